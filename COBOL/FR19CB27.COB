      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB27.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * ACOMPANHAMENTO MENSAL DAS METAS DE VENDAS. LE O                 00001100
      * MESMO LOTE DE VENDAS DO SYSIN DO FR01CB13/FR01CB23              00001200
      * (MES 99 ENCERRA) E O CADASTRO 'METAS' MANTIDO PELO              00001300
      * FR01CB26, E IMPRIME EM 'RELATING', POR UF, O                    00001400
      * REALIZADO X META DE CADA VENDEDOR NO MES E NO ANO               00001500
      * (MESES 1 ATE O MES DE REFERENCIA), O PERCENTUAL DE              00001600
      * ATINGIMENTO E A POSICAO DO VENDEDOR NA UF, COM                  00001700
      * TOTAIS DA UF E NACIONAL.                                        00001800
      *   MES DE REFERENCIA: MAIOR MES DO LOTE                          00001900
      *   ANO DE REFERENCIA: ANO CORRENTE, OU O ANTERIOR SE             00002000
      *                      O MES DO LOTE AINDA NAO CHEGOU             00002100
      *   POSICAO NA UF: PELO ATINGIMENTO DO MES (EMPATE                00002200
      *                  DIVIDE A MESMA POSICAO)                        00002300
      * VENDEDOR SEM META NO MES DE REFERENCIA NAO ENTRA NA             00002400
      * POSICAO NEM NOS TOTAIS: SAI NA LISTA 'VENDEDORES                00002500
      * SEM META' AO FINAL, COM O SEU REALIZADO.                        00002600
      * VENDA SEM VENDEDOR (ZERO) E IGNORADA COMO NO                    00002700
      * FR01CB23; MES FORA DE 01-12 E RECUSADO.                         00002800
      *                                                                 00002900
      *====================================================             00003000
                                                                        00003100
      *====================================================             00003200
       ENVIRONMENT                              DIVISION.               00003300
      *====================================================             00003400
       CONFIGURATION                            SECTION.                00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       INPUT-OUTPUT                             SECTION.                00003900
       FILE-CONTROL.                                                    00004000
            SELECT METAS ASSIGN TO METAS                                00004100
                 FILE STATUS IS WRK-FS-METAS.                           00004200
                                                                        00004300
            SELECT RELATING ASSIGN TO RELATING                          00004400
                 FILE STATUS IS WRK-FS-RELATING.                        00004500
                                                                        00004600
      *====================================================             00004700
       DATA                                     DIVISION.               00004800
      *====================================================             00004900
       FILE                                     SECTION.                00005000
       FD METAS                                                         00005100
           RECORDING MODE IS F                                          00005200
           LABEL RECORD IS STANDARD                                     00005300
           BLOCK CONTAINS 0 RECORDS.                                    00005400
      *-------------------LRECL 30-------------------------             00005500
       01 FD-METAS.                                                     00005600
          05 FD-MET-VENDEDOR     PIC 9(04).                             00005700
          05 FD-MET-UF           PIC X(02).                             00005800
          05 FD-MET-ANO          PIC 9(04).                             00005900
          05 FD-MET-MES          PIC 9(02).                             00006000
          05 FD-MET-VALOR        PIC 9(08)V99.                          00006100
          05 FILLER              PIC X(08).                             00006200
                                                                        00006300
       FD RELATING                                                      00006400
           RECORDING MODE IS F.                                         00006500
      *-------------------LRECL 80-------------------------             00006600
       01 FD-RELATING            PIC X(80).                             00006700
                                                                        00006800
      *====================================================             00006900
       WORKING-STORAGE                          SECTION.                00007000
      *====================================================             00007100
                                                                        00007200
       77 WRK-FS-METAS         PIC 9(02)    VALUE ZEROS.                00007300
       77 WRK-FS-RELATING      PIC 9(02)    VALUE ZEROS.                00007400
                                                                        00007500
      *-------------LOTE DE VENDAS (SYSIN)-----------------             00007600
       01 WRK-DADOS.                                                    00007700
          05 WRK-MES           PIC 9(02)    VALUE ZEROS.                00007800
          05 WRK-VENDA         PIC 9(08)V99 VALUE ZEROS.                00007900
          05 WRK-TOTFUNC       PIC 9(03)    VALUE ZEROS.                00008000
          05 WRK-UF            PIC X(02)    VALUE SPACES.               00008100
          05 WRK-VENDEDOR      PIC 9(04)    VALUE ZEROS.                00008200
                                                                        00008300
       77 WRK-SW-LOTE          PIC X(01)    VALUE 'N'.                  00008400
          88 WRK-FIM-LOTE           VALUE 'S'.                          00008500
       77 WRK-SW-FIMMET        PIC X(01)    VALUE 'N'.                  00008600
          88 WRK-FIM-METAS          VALUE 'S'.                          00008700
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00008800
          88 WRK-ACHOU              VALUE 'S'.                          00008900
                                                                        00009000
      *-------------VENDEDOR X UF--------------------------             00009100
       77 WRK-QTD-LIN          PIC 9(03)    VALUE ZEROS.                00009200
       77 WRK-SUB-LIN          PIC 9(03)    VALUE ZEROS.                00009300
       77 WRK-SUB-CMP          PIC 9(03)    VALUE ZEROS.                00009400
       77 WRK-SUB-ACHADO       PIC 9(03)    VALUE ZEROS.                00009500
       77 WRK-SUB-MES          PIC 9(02)    VALUE ZEROS.                00009600
       01 WRK-TAB-LIN.                                                  00009700
          05 WRK-LIN-LINHA OCCURS 500 TIMES.                            00009800
             10 WRK-TBLIN-VENDEDOR  PIC 9(04).                          00009900
             10 WRK-TBLIN-UF        PIC X(02).                          00010000
             10 WRK-TBLIN-REAL      PIC 9(10)V99 OCCURS 12 TIMES.       00010100
             10 WRK-TBLIN-REAL-ANO  PIC 9(10)V99.                       00010200
             10 WRK-TBLIN-META-MES  PIC 9(10)V99.                       00010300
             10 WRK-TBLIN-META-ANO  PIC 9(10)V99.                       00010400
             10 WRK-TBLIN-TEM-META  PIC X(01).                          00010500
             10 WRK-TBLIN-PCT-MES   PIC 9(05)V9.                        00010600
             10 WRK-TBLIN-PCT-ANO   PIC 9(05)V9.                        00010700
             10 WRK-TBLIN-POSICAO   PIC 9(03).                          00010800
                                                                        00010900
      *-------------UFS DO RELATORIO-----------------------             00011000
       77 WRK-QTD-UF           PIC 9(02)    VALUE ZEROS.                00011100
       77 WRK-SUB-UF           PIC 9(02)    VALUE ZEROS.                00011200
       77 WRK-SUB-MENOR        PIC 9(02)    VALUE ZEROS.                00011300
       77 WRK-QTD-UFLIST       PIC 9(02)    VALUE ZEROS.                00011400
       77 WRK-UF-ATUAL         PIC X(02)    VALUE SPACES.               00011500
       77 WRK-POSICAO          PIC 9(03)    VALUE ZEROS.                00011600
       01 WRK-TAB-UF.                                                   00011700
          05 WRK-UF-LINHA OCCURS 50 TIMES.                              00011800
             10 WRK-TBUF-UF         PIC X(02).                          00011900
             10 WRK-TBUF-LISTADA    PIC X(01).                          00012000
                                                                        00012100
      *-------------VARIAVEIS DE CALCULO-------------------             00012200
       77 WRK-MES-REF          PIC 9(02)    VALUE ZEROS.                00012300
       77 WRK-ANO-REF          PIC 9(04)    VALUE ZEROS.                00012400
       01 WRK-DATA-HOJE.                                                00012500
          05 WRK-HOJE-ANO      PIC 9(04)    VALUE ZEROS.                00012600
          05 WRK-HOJE-MES      PIC 9(02)    VALUE ZEROS.                00012700
          05 WRK-HOJE-DIA      PIC 9(02)    VALUE ZEROS.                00012800
       77 WRK-PCT              PIC 9(05)V9  VALUE ZEROS.                00012900
       77 WRK-CALC-REAL        PIC 9(10)V99 VALUE ZEROS.                00013000
       77 WRK-CALC-META        PIC 9(10)V99 VALUE ZEROS.                00013100
                                                                        00013200
      *-------------TOTAIS---------------------------------             00013300
       01 WRK-TOT-UF.                                                   00013400
          05 WRK-TUF-REAL-MES  PIC 9(10)V99 VALUE ZEROS.                00013500
          05 WRK-TUF-META-MES  PIC 9(10)V99 VALUE ZEROS.                00013600
          05 WRK-TUF-REAL-ANO  PIC 9(10)V99 VALUE ZEROS.                00013700
          05 WRK-TUF-META-ANO  PIC 9(10)V99 VALUE ZEROS.                00013800
       01 WRK-TOT-NAC.                                                  00013900
          05 WRK-TNC-REAL-MES  PIC 9(10)V99 VALUE ZEROS.                00014000
          05 WRK-TNC-META-MES  PIC 9(10)V99 VALUE ZEROS.                00014100
          05 WRK-TNC-REAL-ANO  PIC 9(10)V99 VALUE ZEROS.                00014200
          05 WRK-TNC-META-ANO  PIC 9(10)V99 VALUE ZEROS.                00014300
       01 WRK-TOT-SEM.                                                  00014400
          05 WRK-TSM-REAL-MES  PIC 9(10)V99 VALUE ZEROS.                00014500
          05 WRK-TSM-REAL-ANO  PIC 9(10)V99 VALUE ZEROS.                00014600
                                                                        00014700
      *-------------CONTADORES-----------------------------             00014800
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00014900
       77 WRK-QTD-SEMVEND      PIC 9(05)    VALUE ZEROS.                00015000
       77 WRK-QTD-MESINV       PIC 9(05)    VALUE ZEROS.                00015100
       77 WRK-QTD-METLIDAS     PIC 9(05)    VALUE ZEROS.                00015200
       77 WRK-QTD-METUSADAS    PIC 9(05)    VALUE ZEROS.                00015300
       77 WRK-QTD-COMMETA      PIC 9(05)    VALUE ZEROS.                00015400
       77 WRK-QTD-SEMMETA      PIC 9(05)    VALUE ZEROS.                00015500
                                                                        00015600
      *-------------LINHAS DO RELATORIO--------------------             00015700
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00015800
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00015900
                                                                        00016000
       01 WRK-LINHA-TITULO.                                             00016100
          05 FILLER              PIC X(39) VALUE                        00016200
             'ACOMPANHAMENTO DE METAS DE VENDAS - MES'.                 00016300
          05 FILLER              PIC X(01) VALUE SPACES.                00016400
          05 WRK-TIT-MES         PIC 9(02).                             00016500
          05 FILLER              PIC X(01) VALUE '/'.                   00016600
          05 WRK-TIT-ANO         PIC 9(04).                             00016700
          05 FILLER              PIC X(05) VALUE SPACES.                00016800
          05 FILLER              PIC X(06) VALUE 'DATA: '.              00016900
          05 WRK-TIT-DATA        PIC 9(08).                             00017000
          05 FILLER              PIC X(14) VALUE SPACES.                00017100
                                                                        00017200
       01 WRK-LINHA-UF.                                                 00017300
          05 FILLER              PIC X(04) VALUE 'UF: '.                00017400
          05 WRK-LU-UF           PIC X(02).                             00017500
          05 FILLER              PIC X(74) VALUE SPACES.                00017600
                                                                        00017700
       01 WRK-LINHA-COLUNAS.                                            00017800
          05 FILLER              PIC X(40) VALUE                        00017900
             'RNK VEND   REALIZ. MES      META MES  AT'.                00018000
          05 FILLER              PIC X(40) VALUE                        00018100
             'ING%   REALIZ. ANO      META ANO  ATING%'.                00018200
                                                                        00018300
       01 WRK-LINHA-DET.                                                00018400
          05 WRK-LD-POSICAO      PIC ZZ9.                               00018500
          05 FILLER              PIC X(01) VALUE SPACES.                00018600
          05 WRK-LD-VENDEDOR     PIC 9(04).                             00018700
          05 FILLER              PIC X(01) VALUE SPACES.                00018800
          05 WRK-LD-REAL-MES     PIC ZZ.ZZZ.ZZ9,99.                     00018900
          05 FILLER              PIC X(01) VALUE SPACES.                00019000
          05 WRK-LD-META-MES     PIC ZZ.ZZZ.ZZ9,99.                     00019100
          05 FILLER              PIC X(01) VALUE SPACES.                00019200
          05 WRK-LD-PCT-MES      PIC ZZZZ9,9.                           00019300
          05 FILLER              PIC X(01) VALUE SPACES.                00019400
          05 WRK-LD-REAL-ANO     PIC ZZ.ZZZ.ZZ9,99.                     00019500
          05 FILLER              PIC X(01) VALUE SPACES.                00019600
          05 WRK-LD-META-ANO     PIC ZZ.ZZZ.ZZ9,99.                     00019700
          05 FILLER              PIC X(01) VALUE SPACES.                00019800
          05 WRK-LD-PCT-ANO      PIC ZZZZ9,9.                           00019900
                                                                        00020000
       01 WRK-LINHA-TOT.                                                00020100
          05 WRK-LT-ROTULO       PIC X(08).                             00020200
          05 FILLER              PIC X(01) VALUE SPACES.                00020300
          05 WRK-LT-REAL-MES     PIC ZZ.ZZZ.ZZ9,99.                     00020400
          05 FILLER              PIC X(01) VALUE SPACES.                00020500
          05 WRK-LT-META-MES     PIC ZZ.ZZZ.ZZ9,99.                     00020600
          05 FILLER              PIC X(01) VALUE SPACES.                00020700
          05 WRK-LT-PCT-MES      PIC ZZZZ9,9.                           00020800
          05 FILLER              PIC X(01) VALUE SPACES.                00020900
          05 WRK-LT-REAL-ANO     PIC ZZ.ZZZ.ZZ9,99.                     00021000
          05 FILLER              PIC X(01) VALUE SPACES.                00021100
          05 WRK-LT-META-ANO     PIC ZZ.ZZZ.ZZ9,99.                     00021200
          05 FILLER              PIC X(01) VALUE SPACES.                00021300
          05 WRK-LT-PCT-ANO      PIC ZZZZ9,9.                           00021400
                                                                        00021500
       01 WRK-LINHA-SEMCAB.                                             00021600
          05 FILLER              PIC X(40) VALUE                        00021700
             'VENDEDORES SEM META NO MES DE REFERENCIA'.                00021800
          05 FILLER              PIC X(40) VALUE SPACES.                00021900
                                                                        00022000
       01 WRK-LINHA-SEMCOL.                                             00022100
          05 FILLER              PIC X(40) VALUE                        00022200
             'UF  VEND   REALIZ. MES                  '.                00022300
          05 FILLER              PIC X(40) VALUE                        00022400
             '       REALIZ. ANO                      '.                00022500
                                                                        00022600
       01 WRK-LINHA-SEMDET.                                             00022700
          05 WRK-LS-UF           PIC X(02).                             00022800
          05 FILLER              PIC X(02) VALUE SPACES.                00022900
          05 WRK-LS-VENDEDOR     PIC 9(04).                             00023000
          05 FILLER              PIC X(01) VALUE SPACES.                00023100
          05 WRK-LS-REAL-MES     PIC ZZ.ZZZ.ZZ9,99.                     00023200
          05 FILLER              PIC X(23) VALUE SPACES.                00023300
          05 WRK-LS-REAL-ANO     PIC ZZ.ZZZ.ZZ9,99.                     00023400
          05 FILLER              PIC X(22) VALUE SPACES.                00023500
                                                                        00023600
       01 WRK-LINHA-SEMTOT.                                             00023700
          05 FILLER              PIC X(08) VALUE 'TOTAL   '.            00023800
          05 FILLER              PIC X(01) VALUE SPACES.                00023900
          05 WRK-LST-REAL-MES    PIC ZZ.ZZZ.ZZ9,99.                     00024000
          05 FILLER              PIC X(23) VALUE SPACES.                00024100
          05 WRK-LST-REAL-ANO    PIC ZZ.ZZZ.ZZ9,99.                     00024200
          05 FILLER              PIC X(22) VALUE SPACES.                00024300
                                                                        00024400
       01 WRK-LINHA-VAZIO.                                              00024500
          05 FILLER              PIC X(40) VALUE                        00024600
             'SEM MOVIMENTO DE VENDAS NO LOTE         '.                00024700
          05 FILLER              PIC X(40) VALUE SPACES.                00024800
                                                                        00024900
      *====================================================             00025000
       PROCEDURE                                DIVISION.               00025100
      *====================================================             00025200
                                                                        00025300
      *----------------------------------------------------             00025400
       0000-PRINCIPAL                           SECTION.                00025500
      *----------------------------------------------------             00025600
                                                                        00025700
             PERFORM 1000-INICIALIZAR.                                  00025800
             PERFORM 1050-LER-TRANSACAO.                                00025900
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-LOTE.                 00026000
             PERFORM 2300-DEFINIR-REFERENCIA.                           00026100
             PERFORM 2400-CARREGAR-METAS.                               00026200
             PERFORM 2500-CALCULAR-ATINGIMENTO.                         00026300
             PERFORM 3000-FINALIZAR.                                    00026400
             STOP RUN.                                                  00026500
                                                                        00026600
       0000-99-FIM.          EXIT.                                      00026700
                                                                        00026800
      *----------------------------------------------------             00026900
       1000-INICIALIZAR                         SECTION.                00027000
      *----------------------------------------------------             00027100
                                                                        00027200
           OPEN OUTPUT RELATING.                                        00027300
           IF WRK-FS-RELATING NOT EQUAL 00                              00027400
              DISPLAY ' ERRO NO OPEN RELATING FS=' WRK-FS-RELATING      00027500
              MOVE 12 TO RETURN-CODE                                    00027600
              STOP RUN                                                  00027700
           END-IF.                                                      00027800
                                                                        00027900
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00028000
                                                                        00028100
       1000-99-FIM.          EXIT.                                      00028200
                                                                        00028300
      *----------------------------------------------------             00028400
       1050-LER-TRANSACAO                       SECTION.                00028500
      *----------------------------------------------------             00028600
                                                                        00028700
           ACCEPT WRK-DADOS FROM SYSIN.                                 00028800
           IF WRK-MES EQUAL 99                                          00028900
              MOVE 'S' TO WRK-SW-LOTE                                   00029000
           END-IF.                                                      00029100
                                                                        00029200
       1050-99-FIM.          EXIT.                                      00029300
                                                                        00029400
      *----------------------------------------------------             00029500
       2000-PROCESSAR                           SECTION.                00029600
      *----------------------------------------------------             00029700
           ADD 1 TO WRK-REGLIDOS.                                       00029800
                                                                        00029900
           EVALUATE TRUE                                                00030000
             WHEN WRK-VENDEDOR EQUAL ZEROS                              00030100
               ADD 1 TO WRK-QTD-SEMVEND                                 00030200
             WHEN WRK-MES LESS 01                                       00030300
               ADD 1 TO WRK-QTD-MESINV                                  00030400
             WHEN WRK-MES GREATER 12                                    00030500
               ADD 1 TO WRK-QTD-MESINV                                  00030600
             WHEN OTHER                                                 00030700
               PERFORM 2100-LOCALIZAR-LINHA                             00030800
               ADD WRK-VENDA TO WRK-TBLIN-REAL (WRK-SUB-ACHADO          00030900
                                                WRK-MES)                00031000
               IF WRK-MES GREATER WRK-MES-REF                           00031100
                  MOVE WRK-MES TO WRK-MES-REF                           00031200
               END-IF                                                   00031300
           END-EVALUATE.                                                00031400
                                                                        00031500
           PERFORM 1050-LER-TRANSACAO.                                  00031600
                                                                        00031700
       2000-99-FIM.          EXIT.                                      00031800
                                                                        00031900
      *----------------------------------------------------             00032000
       2100-LOCALIZAR-LINHA                     SECTION.                00032100
      *----------------------------------------------------             00032200
      * PROCURA VENDEDOR + UF (WRK-VENDEDOR / WRK-UF) E CRIA            00032300
      * A LINHA ZERADA SE NAO EXISTIR.                                  00032400
      *----------------------------------------------------             00032500
           MOVE 'N' TO WRK-SW-ACHOU.                                    00032600
           MOVE 1 TO WRK-SUB-LIN.                                       00032700
           PERFORM 2110-PROCURAR-LINHA                                  00032800
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN                00032900
                      OR WRK-ACHOU.                                     00033000
                                                                        00033100
           IF NOT WRK-ACHOU                                             00033200
              IF WRK-QTD-LIN LESS 500                                   00033300
                 ADD 1 TO WRK-QTD-LIN                                   00033400
                 MOVE WRK-QTD-LIN TO WRK-SUB-ACHADO                     00033500
                 INITIALIZE WRK-LIN-LINHA (WRK-SUB-ACHADO)              00033600
                 MOVE WRK-VENDEDOR TO                                   00033700
                      WRK-TBLIN-VENDEDOR (WRK-SUB-ACHADO)               00033800
                 MOVE WRK-UF TO WRK-TBLIN-UF (WRK-SUB-ACHADO)           00033900
                 MOVE 'N' TO WRK-TBLIN-TEM-META (WRK-SUB-ACHADO)        00034000
                 PERFORM 2120-REGISTRAR-UF                              00034100
              ELSE                                                      00034200
                 DISPLAY ' TABELA DE VENDEDORES ESGOTADA (500) '        00034300
                 MOVE 12 TO RETURN-CODE                                 00034400
                 STOP RUN                                               00034500
              END-IF                                                    00034600
           END-IF.                                                      00034700
                                                                        00034800
       2100-99-FIM.          EXIT.                                      00034900
                                                                        00035000
      *----------------------------------------------------             00035100
       2110-PROCURAR-LINHA                      SECTION.                00035200
      *----------------------------------------------------             00035300
           IF WRK-TBLIN-VENDEDOR (WRK-SUB-LIN) EQUAL WRK-VENDEDOR       00035400
              AND WRK-TBLIN-UF (WRK-SUB-LIN) EQUAL WRK-UF               00035500
              MOVE WRK-SUB-LIN TO WRK-SUB-ACHADO                        00035600
              MOVE 'S' TO WRK-SW-ACHOU                                  00035700
           END-IF.                                                      00035800
           ADD 1 TO WRK-SUB-LIN.                                        00035900
                                                                        00036000
       2110-99-FIM.          EXIT.                                      00036100
                                                                        00036200
      *----------------------------------------------------             00036300
       2120-REGISTRAR-UF                        SECTION.                00036400
      *----------------------------------------------------             00036500
           MOVE 'N' TO WRK-SW-ACHOU.                                    00036600
           MOVE 1 TO WRK-SUB-UF.                                        00036700
           PERFORM 2130-PROCURAR-UF                                     00036800
                   UNTIL WRK-SUB-UF GREATER WRK-QTD-UF                  00036900
                      OR WRK-ACHOU.                                     00037000
                                                                        00037100
           IF NOT WRK-ACHOU                                             00037200
              IF WRK-QTD-UF LESS 50                                     00037300
                 ADD 1 TO WRK-QTD-UF                                    00037400
                 MOVE WRK-UF TO WRK-TBUF-UF (WRK-QTD-UF)                00037500
                 MOVE 'N' TO WRK-TBUF-LISTADA (WRK-QTD-UF)              00037600
              ELSE                                                      00037700
                 DISPLAY ' TABELA DE UF ESGOTADA (50) '                 00037800
                 MOVE 12 TO RETURN-CODE                                 00037900
                 STOP RUN                                               00038000
              END-IF                                                    00038100
           END-IF.                                                      00038200
                                                                        00038300
       2120-99-FIM.          EXIT.                                      00038400
                                                                        00038500
      *----------------------------------------------------             00038600
       2130-PROCURAR-UF                         SECTION.                00038700
      *----------------------------------------------------             00038800
           IF WRK-TBUF-UF (WRK-SUB-UF) EQUAL WRK-UF                     00038900
              MOVE 'S' TO WRK-SW-ACHOU                                  00039000
           END-IF.                                                      00039100
           ADD 1 TO WRK-SUB-UF.                                         00039200
                                                                        00039300
       2130-99-FIM.          EXIT.                                      00039400
                                                                        00039500
      *----------------------------------------------------             00039600
       2300-DEFINIR-REFERENCIA                  SECTION.                00039700
      *----------------------------------------------------             00039800
      * MES DO LOTE MAIOR QUE O MES CORRENTE = LOTE DO ANO              00039900
      * ANTERIOR (FECHAMENTO DE DEZEMBRO EM JANEIRO).                   00040000
      *----------------------------------------------------             00040100
           MOVE WRK-HOJE-ANO TO WRK-ANO-REF.                            00040200
           IF WRK-MES-REF GREATER WRK-HOJE-MES                          00040300
              SUBTRACT 1 FROM WRK-ANO-REF                               00040400
           END-IF.                                                      00040500
                                                                        00040600
       2300-99-FIM.          EXIT.                                      00040700
                                                                        00040800
      *----------------------------------------------------             00040900
       2400-CARREGAR-METAS                      SECTION.                00041000
      *----------------------------------------------------             00041100
      * SEM CADASTRO DE METAS TODOS OS VENDEDORES SAEM NA               00041200
      * LISTA DE SEM META.                                              00041300
      *----------------------------------------------------             00041400
           OPEN INPUT METAS.                                            00041500
           IF WRK-FS-METAS NOT EQUAL 00                                 00041600
              DISPLAY ' METAS INDISPONIVEL (FS='                        00041700
                      WRK-FS-METAS ') - TODOS SEM META'                 00041800
           ELSE                                                         00041900
              PERFORM 2410-LER-METAS                                    00042000
                      UNTIL WRK-FIM-METAS                               00042100
              CLOSE METAS                                               00042200
           END-IF.                                                      00042300
                                                                        00042400
       2400-99-FIM.          EXIT.                                      00042500
                                                                        00042600
      *----------------------------------------------------             00042700
       2410-LER-METAS                           SECTION.                00042800
      *----------------------------------------------------             00042900
      * SO INTERESSAM AS METAS DO ANO DE REFERENCIA ATE O               00043000
      * MES DE REFERENCIA. META DE VENDEDOR SEM VENDA CRIA              00043100
      * A LINHA COM REALIZADO ZERO.                                     00043200
      *----------------------------------------------------             00043300
           READ METAS                                                   00043400
             AT END                                                     00043500
               MOVE 'S' TO WRK-SW-FIMMET                                00043600
           END-READ.                                                    00043700
           IF WRK-FS-METAS EQUAL 00                                     00043800
              ADD 1 TO WRK-QTD-METLIDAS                                 00043900
              IF FD-MET-ANO EQUAL WRK-ANO-REF                           00044000
                 AND FD-MET-MES NOT GREATER WRK-MES-REF                 00044100
                 AND FD-MET-MES GREATER ZEROS                           00044200
                 ADD 1 TO WRK-QTD-METUSADAS                             00044300
                 MOVE FD-MET-VENDEDOR TO WRK-VENDEDOR                   00044400
                 MOVE FD-MET-UF       TO WRK-UF                         00044500
                 PERFORM 2100-LOCALIZAR-LINHA                           00044600
                 ADD FD-MET-VALOR TO                                    00044700
                     WRK-TBLIN-META-ANO (WRK-SUB-ACHADO)                00044800
                 IF FD-MET-MES EQUAL WRK-MES-REF                        00044900
                    ADD FD-MET-VALOR TO                                 00045000
                        WRK-TBLIN-META-MES (WRK-SUB-ACHADO)             00045100
                    MOVE 'S' TO WRK-TBLIN-TEM-META (WRK-SUB-ACHADO)     00045200
                 END-IF                                                 00045300
              END-IF                                                    00045400
           END-IF.                                                      00045500
                                                                        00045600
       2410-99-FIM.          EXIT.                                      00045700
                                                                        00045800
      *----------------------------------------------------             00045900
       2500-CALCULAR-ATINGIMENTO                SECTION.                00046000
      *----------------------------------------------------             00046100
           MOVE 1 TO WRK-SUB-LIN.                                       00046200
           PERFORM 2510-CALCULAR-LINHA                                  00046300
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN.               00046400
                                                                        00046500
           MOVE 1 TO WRK-SUB-LIN.                                       00046600
           PERFORM 2600-POSICIONAR-LINHA                                00046700
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN.               00046800
                                                                        00046900
       2500-99-FIM.          EXIT.                                      00047000
                                                                        00047100
      *----------------------------------------------------             00047200
       2510-CALCULAR-LINHA                      SECTION.                00047300
      *----------------------------------------------------             00047400
           MOVE 1 TO WRK-SUB-MES.                                       00047500
           PERFORM 2520-SOMAR-MES                                       00047600
                   UNTIL WRK-SUB-MES GREATER WRK-MES-REF.               00047700
                                                                        00047800
           MOVE WRK-TBLIN-REAL (WRK-SUB-LIN WRK-MES-REF) TO             00047900
                WRK-CALC-REAL.                                          00048000
           MOVE WRK-TBLIN-META-MES (WRK-SUB-LIN) TO WRK-CALC-META.      00048100
           PERFORM 2550-CALCULAR-PERCENTUAL.                            00048200
           MOVE WRK-PCT TO WRK-TBLIN-PCT-MES (WRK-SUB-LIN).             00048300
                                                                        00048400
           MOVE WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) TO WRK-CALC-REAL.      00048500
           MOVE WRK-TBLIN-META-ANO (WRK-SUB-LIN) TO WRK-CALC-META.      00048600
           PERFORM 2550-CALCULAR-PERCENTUAL.                            00048700
           MOVE WRK-PCT TO WRK-TBLIN-PCT-ANO (WRK-SUB-LIN).             00048800
                                                                        00048900
           ADD 1 TO WRK-SUB-LIN.                                        00049000
                                                                        00049100
       2510-99-FIM.          EXIT.                                      00049200
                                                                        00049300
      *----------------------------------------------------             00049400
       2520-SOMAR-MES                           SECTION.                00049500
      *----------------------------------------------------             00049600
           ADD WRK-TBLIN-REAL (WRK-SUB-LIN WRK-SUB-MES) TO              00049700
               WRK-TBLIN-REAL-ANO (WRK-SUB-LIN).                        00049800
           ADD 1 TO WRK-SUB-MES.                                        00049900
                                                                        00050000
       2520-99-FIM.          EXIT.                                      00050100
                                                                        00050200
      *----------------------------------------------------             00050300
       2550-CALCULAR-PERCENTUAL                 SECTION.                00050400
      *----------------------------------------------------             00050500
      * WRK-CALC-REAL SOBRE WRK-CALC-META; META ZERO = 0%.              00050600
      *----------------------------------------------------             00050700
           IF WRK-CALC-META GREATER ZEROS                               00050800
              COMPUTE WRK-PCT ROUNDED =                                 00050900
                      WRK-CALC-REAL * 100 / WRK-CALC-META               00051000
                 ON SIZE ERROR                                          00051100
                    MOVE 99999,9 TO WRK-PCT                             00051200
              END-COMPUTE                                               00051300
           ELSE                                                         00051400
              MOVE ZEROS TO WRK-PCT                                     00051500
           END-IF.                                                      00051600
                                                                        00051700
       2550-99-FIM.          EXIT.                                      00051800
                                                                        00051900
      *----------------------------------------------------             00052000
       2600-POSICIONAR-LINHA                    SECTION.                00052100
      *----------------------------------------------------             00052200
      * POSICAO = 1 + VENDEDORES COM META NA MESMA UF COM               00052300
      * ATINGIMENTO DO MES MAIOR.                                       00052400
      *----------------------------------------------------             00052500
           IF WRK-TBLIN-TEM-META (WRK-SUB-LIN) EQUAL 'S'                00052600
              MOVE 1 TO WRK-TBLIN-POSICAO (WRK-SUB-LIN)                 00052700
              MOVE 1 TO WRK-SUB-CMP                                     00052800
              PERFORM 2610-COMPARAR-LINHA                               00052900
                      UNTIL WRK-SUB-CMP GREATER WRK-QTD-LIN             00053000
           END-IF.                                                      00053100
           ADD 1 TO WRK-SUB-LIN.                                        00053200
                                                                        00053300
       2600-99-FIM.          EXIT.                                      00053400
                                                                        00053500
      *----------------------------------------------------             00053600
       2610-COMPARAR-LINHA                      SECTION.                00053700
      *----------------------------------------------------             00053800
           IF WRK-TBLIN-TEM-META (WRK-SUB-CMP) EQUAL 'S'                00053900
              AND WRK-TBLIN-UF (WRK-SUB-CMP) EQUAL                      00054000
                  WRK-TBLIN-UF (WRK-SUB-LIN)                            00054100
              AND WRK-TBLIN-PCT-MES (WRK-SUB-CMP) GREATER               00054200
                  WRK-TBLIN-PCT-MES (WRK-SUB-LIN)                       00054300
              ADD 1 TO WRK-TBLIN-POSICAO (WRK-SUB-LIN)                  00054400
           END-IF.                                                      00054500
           ADD 1 TO WRK-SUB-CMP.                                        00054600
                                                                        00054700
       2610-99-FIM.          EXIT.                                      00054800
                                                                        00054900
      *----------------------------------------------------             00055000
       3000-FINALIZAR                           SECTION.                00055100
      *----------------------------------------------------             00055200
           MOVE WRK-MES-REF  TO WRK-TIT-MES.                            00055300
           MOVE WRK-ANO-REF  TO WRK-TIT-ANO.                            00055400
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                          00055500
           WRITE FD-RELATING FROM WRK-LINHA-TRACO.                      00055600
           WRITE FD-RELATING FROM WRK-LINHA-TITULO.                     00055700
           WRITE FD-RELATING FROM WRK-LINHA-TRACO.                      00055800
                                                                        00055900
           IF WRK-QTD-LIN EQUAL ZEROS                                   00056000
              OR WRK-MES-REF EQUAL ZEROS                                00056100
              WRITE FD-RELATING FROM WRK-LINHA-VAZIO                    00056200
           ELSE                                                         00056300
              MOVE ZEROS TO WRK-QTD-UFLIST                              00056400
              PERFORM 3100-LISTAR-UF                                    00056500
                      UNTIL WRK-QTD-UFLIST NOT LESS WRK-QTD-UF          00056600
              PERFORM 3500-LISTAR-NACIONAL                              00056700
              PERFORM 3600-LISTAR-SEM-META                              00056800
           END-IF.                                                      00056900
                                                                        00057000
           CLOSE RELATING.                                              00057100
                                                                        00057200
           DISPLAY ' ============================================'.     00057300
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB27          '.     00057400
           DISPLAY ' ============================================'.     00057500
           DISPLAY ' MES/ANO DE REFERENCIA....' WRK-MES-REF '/'         00057600
                                              WRK-ANO-REF.              00057700
           DISPLAY ' REGISTROS DE VENDA LIDOS.' WRK-REGLIDOS.           00057800
           DISPLAY ' SEM VENDEDOR (IGNORADAS).' WRK-QTD-SEMVEND.        00057900
           DISPLAY ' MES INVALIDO (RECUSADAS).' WRK-QTD-MESINV.         00058000
           DISPLAY ' METAS LIDAS..............' WRK-QTD-METLIDAS.       00058100
           DISPLAY ' METAS DO PERIODO.........' WRK-QTD-METUSADAS.      00058200
           DISPLAY ' VENDEDORES COM META......' WRK-QTD-COMMETA.        00058300
           DISPLAY ' VENDEDORES SEM META......' WRK-QTD-SEMMETA.        00058400
           DISPLAY ' ============================================'.     00058500
                                                                        00058600
       3000-99-FIM.          EXIT.                                      00058700
                                                                        00058800
      *----------------------------------------------------             00058900
       3100-LISTAR-UF                           SECTION.                00059000
      *----------------------------------------------------             00059100
      * LISTA A MENOR UF AINDA NAO LISTADA, EM ORDEM DE                 00059200
      * POSICAO, E FECHA COM O TOTAL DA UF.                             00059300
      *----------------------------------------------------             00059400
           MOVE ZEROS TO WRK-SUB-MENOR.                                 00059500
           MOVE 1 TO WRK-SUB-UF.                                        00059600
           PERFORM 3110-ACHAR-MENOR-UF                                  00059700
                   UNTIL WRK-SUB-UF GREATER WRK-QTD-UF.                 00059800
           MOVE 'S' TO WRK-TBUF-LISTADA (WRK-SUB-MENOR).                00059900
           ADD 1 TO WRK-QTD-UFLIST.                                     00060000
           MOVE WRK-TBUF-UF (WRK-SUB-MENOR) TO WRK-UF-ATUAL.            00060100
                                                                        00060200
           INITIALIZE WRK-TOT-UF.                                       00060300
           MOVE 1 TO WRK-SUB-LIN.                                       00060400
           PERFORM 3200-SOMAR-UF                                        00060500
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN.               00060600
                                                                        00060700
           IF WRK-TUF-META-MES GREATER ZEROS                            00060800
              MOVE WRK-UF-ATUAL TO WRK-LU-UF                            00060900
              WRITE FD-RELATING FROM WRK-LINHA-UF                       00061000
              WRITE FD-RELATING FROM WRK-LINHA-COLUNAS                  00061100
              MOVE 1 TO WRK-POSICAO                                     00061200
              PERFORM 3300-IMPRIMIR-POSICAO                             00061300
                      UNTIL WRK-POSICAO GREATER WRK-QTD-LIN             00061400
              MOVE 'TOTAL UF' TO WRK-LT-ROTULO                          00061500
              MOVE WRK-TUF-REAL-MES TO WRK-LT-REAL-MES                  00061600
                                       WRK-CALC-REAL                    00061700
              MOVE WRK-TUF-META-MES TO WRK-LT-META-MES                  00061800
                                       WRK-CALC-META                    00061900
              PERFORM 2550-CALCULAR-PERCENTUAL                          00062000
              MOVE WRK-PCT          TO WRK-LT-PCT-MES                   00062100
              MOVE WRK-TUF-REAL-ANO TO WRK-LT-REAL-ANO                  00062200
                                       WRK-CALC-REAL                    00062300
              MOVE WRK-TUF-META-ANO TO WRK-LT-META-ANO                  00062400
                                       WRK-CALC-META                    00062500
              PERFORM 2550-CALCULAR-PERCENTUAL                          00062600
              MOVE WRK-PCT          TO WRK-LT-PCT-ANO                   00062700
              WRITE FD-RELATING FROM WRK-LINHA-TOT                      00062800
              WRITE FD-RELATING FROM WRK-LINHA-BRANCO                   00062900
              ADD WRK-TUF-REAL-MES TO WRK-TNC-REAL-MES                  00063000
              ADD WRK-TUF-META-MES TO WRK-TNC-META-MES                  00063100
              ADD WRK-TUF-REAL-ANO TO WRK-TNC-REAL-ANO                  00063200
              ADD WRK-TUF-META-ANO TO WRK-TNC-META-ANO                  00063300
           END-IF.                                                      00063400
                                                                        00063500
       3100-99-FIM.          EXIT.                                      00063600
                                                                        00063700
      *----------------------------------------------------             00063800
       3110-ACHAR-MENOR-UF                      SECTION.                00063900
      *----------------------------------------------------             00064000
           IF WRK-TBUF-LISTADA (WRK-SUB-UF) EQUAL 'N'                   00064100
              IF WRK-SUB-MENOR EQUAL ZEROS                              00064200
                 MOVE WRK-SUB-UF TO WRK-SUB-MENOR                       00064300
              ELSE                                                      00064400
                 IF WRK-TBUF-UF (WRK-SUB-UF) LESS                       00064500
                    WRK-TBUF-UF (WRK-SUB-MENOR)                         00064600
                    MOVE WRK-SUB-UF TO WRK-SUB-MENOR                    00064700
                 END-IF                                                 00064800
              END-IF                                                    00064900
           END-IF.                                                      00065000
           ADD 1 TO WRK-SUB-UF.                                         00065100
                                                                        00065200
       3110-99-FIM.          EXIT.                                      00065300
                                                                        00065400
      *----------------------------------------------------             00065500
       3200-SOMAR-UF                            SECTION.                00065600
      *----------------------------------------------------             00065700
      * TOTAIS DA UF: SO VENDEDORES COM META NO MES.                    00065800
      *----------------------------------------------------             00065900
           IF WRK-TBLIN-UF (WRK-SUB-LIN) EQUAL WRK-UF-ATUAL             00066000
              AND WRK-TBLIN-TEM-META (WRK-SUB-LIN) EQUAL 'S'            00066100
              ADD WRK-TBLIN-REAL (WRK-SUB-LIN WRK-MES-REF) TO           00066200
                  WRK-TUF-REAL-MES                                      00066300
              ADD WRK-TBLIN-META-MES (WRK-SUB-LIN) TO                   00066400
                  WRK-TUF-META-MES                                      00066500
              ADD WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) TO                   00066600
                  WRK-TUF-REAL-ANO                                      00066700
              ADD WRK-TBLIN-META-ANO (WRK-SUB-LIN) TO                   00066800
                  WRK-TUF-META-ANO                                      00066900
              ADD 1 TO WRK-QTD-COMMETA                                  00067000
           END-IF.                                                      00067100
           ADD 1 TO WRK-SUB-LIN.                                        00067200
                                                                        00067300
       3200-99-FIM.          EXIT.                                      00067400
                                                                        00067500
      *----------------------------------------------------             00067600
       3300-IMPRIMIR-POSICAO                    SECTION.                00067700
      *----------------------------------------------------             00067800
      * IMPRIME OS VENDEDORES DA UF QUE OCUPAM WRK-POSICAO.             00067900
      *----------------------------------------------------             00068000
           MOVE 1 TO WRK-SUB-LIN.                                       00068100
           PERFORM 3310-IMPRIMIR-VENDEDOR                               00068200
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN.               00068300
           ADD 1 TO WRK-POSICAO.                                        00068400
                                                                        00068500
       3300-99-FIM.          EXIT.                                      00068600
                                                                        00068700
      *----------------------------------------------------             00068800
       3310-IMPRIMIR-VENDEDOR                   SECTION.                00068900
      *----------------------------------------------------             00069000
           IF WRK-TBLIN-UF (WRK-SUB-LIN) EQUAL WRK-UF-ATUAL             00069100
              AND WRK-TBLIN-TEM-META (WRK-SUB-LIN) EQUAL 'S'            00069200
              AND WRK-TBLIN-POSICAO (WRK-SUB-LIN) EQUAL WRK-POSICAO     00069300
              MOVE WRK-POSICAO TO WRK-LD-POSICAO                        00069400
              MOVE WRK-TBLIN-VENDEDOR (WRK-SUB-LIN) TO                  00069500
                   WRK-LD-VENDEDOR                                      00069600
              MOVE WRK-TBLIN-REAL (WRK-SUB-LIN WRK-MES-REF) TO          00069700
                   WRK-LD-REAL-MES                                      00069800
              MOVE WRK-TBLIN-META-MES (WRK-SUB-LIN) TO                  00069900
                   WRK-LD-META-MES                                      00070000
              MOVE WRK-TBLIN-PCT-MES (WRK-SUB-LIN) TO                   00070100
                   WRK-LD-PCT-MES                                       00070200
              MOVE WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) TO                  00070300
                   WRK-LD-REAL-ANO                                      00070400
              MOVE WRK-TBLIN-META-ANO (WRK-SUB-LIN) TO                  00070500
                   WRK-LD-META-ANO                                      00070600
              MOVE WRK-TBLIN-PCT-ANO (WRK-SUB-LIN) TO                   00070700
                   WRK-LD-PCT-ANO                                       00070800
              WRITE FD-RELATING FROM WRK-LINHA-DET                      00070900
           END-IF.                                                      00071000
           ADD 1 TO WRK-SUB-LIN.                                        00071100
                                                                        00071200
       3310-99-FIM.          EXIT.                                      00071300
                                                                        00071400
      *----------------------------------------------------             00071500
       3500-LISTAR-NACIONAL                     SECTION.                00071600
      *----------------------------------------------------             00071700
           MOVE 'NACIONAL' TO WRK-LT-ROTULO.                            00071800
           MOVE WRK-TNC-REAL-MES TO WRK-LT-REAL-MES WRK-CALC-REAL.      00071900
           MOVE WRK-TNC-META-MES TO WRK-LT-META-MES WRK-CALC-META.      00072000
           PERFORM 2550-CALCULAR-PERCENTUAL.                            00072100
           MOVE WRK-PCT          TO WRK-LT-PCT-MES.                     00072200
           MOVE WRK-TNC-REAL-ANO TO WRK-LT-REAL-ANO WRK-CALC-REAL.      00072300
           MOVE WRK-TNC-META-ANO TO WRK-LT-META-ANO WRK-CALC-META.      00072400
           PERFORM 2550-CALCULAR-PERCENTUAL.                            00072500
           MOVE WRK-PCT          TO WRK-LT-PCT-ANO.                     00072600
           WRITE FD-RELATING FROM WRK-LINHA-TRACO.                      00072700
           WRITE FD-RELATING FROM WRK-LINHA-COLUNAS.                    00072800
           WRITE FD-RELATING FROM WRK-LINHA-TOT.                        00072900
           WRITE FD-RELATING FROM WRK-LINHA-TRACO.                      00073000
                                                                        00073100
       3500-99-FIM.          EXIT.                                      00073200
                                                                        00073300
      *----------------------------------------------------             00073400
       3600-LISTAR-SEM-META                     SECTION.                00073500
      *----------------------------------------------------             00073600
           WRITE FD-RELATING FROM WRK-LINHA-BRANCO.                     00073700
           WRITE FD-RELATING FROM WRK-LINHA-SEMCAB.                     00073800
           WRITE FD-RELATING FROM WRK-LINHA-SEMCOL.                     00073900
                                                                        00074000
           MOVE 1 TO WRK-SUB-LIN.                                       00074100
           PERFORM 3610-LISTAR-VENDEDOR-SEM                             00074200
                   UNTIL WRK-SUB-LIN GREATER WRK-QTD-LIN.               00074300
                                                                        00074400
           MOVE WRK-TSM-REAL-MES TO WRK-LST-REAL-MES.                   00074500
           MOVE WRK-TSM-REAL-ANO TO WRK-LST-REAL-ANO.                   00074600
           WRITE FD-RELATING FROM WRK-LINHA-SEMTOT.                     00074700
                                                                        00074800
       3600-99-FIM.          EXIT.                                      00074900
                                                                        00075000
      *----------------------------------------------------             00075100
       3610-LISTAR-VENDEDOR-SEM                 SECTION.                00075200
      *----------------------------------------------------             00075300
      * SO META DE MESES ANTERIORES E NENHUMA VENDA NO ANO              00075400
      * NAO INTERESSA A LISTA.                                          00075500
      *----------------------------------------------------             00075600
           IF WRK-TBLIN-TEM-META (WRK-SUB-LIN) EQUAL 'N'                00075700
              AND WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) GREATER ZEROS        00075800
              MOVE WRK-TBLIN-UF (WRK-SUB-LIN) TO WRK-LS-UF              00075900
              MOVE WRK-TBLIN-VENDEDOR (WRK-SUB-LIN) TO                  00076000
                   WRK-LS-VENDEDOR                                      00076100
              MOVE WRK-TBLIN-REAL (WRK-SUB-LIN WRK-MES-REF) TO          00076200
                   WRK-LS-REAL-MES                                      00076300
              MOVE WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) TO                  00076400
                   WRK-LS-REAL-ANO                                      00076500
              WRITE FD-RELATING FROM WRK-LINHA-SEMDET                   00076600
              ADD WRK-TBLIN-REAL (WRK-SUB-LIN WRK-MES-REF) TO           00076700
                  WRK-TSM-REAL-MES                                      00076800
              ADD WRK-TBLIN-REAL-ANO (WRK-SUB-LIN) TO                   00076900
                  WRK-TSM-REAL-ANO                                      00077000
              ADD 1 TO WRK-QTD-SEMMETA                                  00077100
           END-IF.                                                      00077200
           ADD 1 TO WRK-SUB-LIN.                                        00077300
                                                                        00077400
       3610-99-FIM.          EXIT.                                      00077500
