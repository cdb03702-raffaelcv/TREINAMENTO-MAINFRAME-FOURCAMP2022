      *    TRES ESTRANHOS PARA NOS; ESTE RELATORIO AS REUNE.        *   00001900
      *    CONTA COM DOCUMENTO ZERADO (ANTERIOR AO CADASTRAMENTO    *   00002000
      *    DO CPF/CNPJ) E APENAS CONTADA NO RESUMO.                 *   00002100
      *    A CONTA CONJUNTA TAMBEM ENTRA NA POSICAO DE CADA COTITULAR:* 00002112
      *    O CADASTRO DE TITULARES (FR19EX51) RECLASSIFICADO POR    *   00002125
      *    DOCUMENTO (SORT NAS POSICOES 10-23, DDNAME TITDOC) E CASADO* 00002137
      *    COM O CLIDOC; CADA REGISTRO DE COTITULAR (PAPEL S) TRAZ A*   00002150
      *    CONTA, CUJOS NOME/STATUS/SALDO VEM DO CLIENTES CARREGADO EM* 00002162
      *    MEMORIA, E SAI MARCADO COMO COTITULAR NO GRUPO DO SEU    *   00002175
      *    DOCUMENTO. SEM O TITDOC O RELATORIO SAI SO COM O CLIDOC. *   00002187
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    CLIDOC               I                  -----------      *   00002500
      *    TITDOC               I                  -----------      *   00002533
      *    CLIENTES             I                  -----------      *   00002566
      *    RELDOC               O                  -----------      *   00002600
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
       FILE-CONTROL.                                                    00004300
            SELECT CLIDOC ASSIGN TO CLIDOC                              00004400
                 FILE STATUS IS WRK-FS-CLIDOC.                          00004500
            SELECT TITDOC ASSIGN TO TITDOC                              00004516
                 FILE STATUS IS WRK-FS-TITDOC.                          00004533
                                                                        00004550
            SELECT CLIENTES ASSIGN TO CLIENTES                          00004566
                 FILE STATUS IS WRK-FS-CLIENTES.                        00004583
                                                                        00004600
            SELECT RELDOC ASSIGN TO RELDOC                              00004700
                 FILE STATUS IS WRK-FS-RELDOC.                          00004800
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00006600
          05 FD-LIMITE          PIC 9(08).                              00006700
          05 FD-DOCUMENTO       PIC 9(14).                              00006800
      *-------------------LRECL 80----------------------------------*   00006804
       FD TITDOC                                                        00006808
           RECORDING MODE IS F                                          00006812
           LABEL RECORD IS STANDARD                                     00006816
           BLOCK CONTAINS 0 RECORDS.                                    00006820
       01 FD-TITDOC.                                                    00006824
          05 FD-TDC-CHAVE       PIC X(08).                              00006828
          05 FD-TDC-PAPEL       PIC X(01).                              00006832
          05 FD-TDC-DOCUMENTO   PIC 9(14).                              00006836
          05 FD-TDC-NOME        PIC X(30).                              00006840
          05 FD-TDC-REGRA       PIC X(01).                              00006844
          05 FILLER             PIC X(26).                              00006848
                                                                        00006852
      *-------------------LRECL 89----------------------------------*   00006856
       FD CLIENTES                                                      00006860
           RECORDING MODE IS F                                          00006864
           LABEL RECORD IS STANDARD                                     00006868
           BLOCK CONTAINS 0 RECORDS.                                    00006872
       01 FD-CLIENTES.                                                  00006876
          05 FD-CLI-CHAVE       PIC X(08).                              00006880
          05 FD-CLI-NOME        PIC X(30).                              00006884
          05 FD-CLI-SALDO       PIC S9(08).                             00006888
          05 FD-CLI-STATUS      PIC X(01).                              00006892
          05 FILLER             PIC X(42).                              00006896
                                                                        00006900
      *-------------------LRECL 80----------------------------------*   00007000
       FD RELDOC                                                        00007100
           '-----------VARIAVEIS DE STATUS------------------'.          00008600
                                                                        00008700
       77 WRK-FS-CLIDOC   PIC 9(02).                                    00008800
       77 WRK-FS-TITDOC   PIC 9(02).                                    00008833
       77 WRK-FS-CLIENTES PIC 9(02).                                    00008866
       77 WRK-FS-RELDOC   PIC 9(02).                                    00008900
                                                                        00009000
       01 FILLER          PIC X(64) VALUE                               00009100
           88 WRK-FIM-CLIDOC        VALUE 'S'.                          00009500
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00009600
           88 WRK-DADO-CLI-OK       VALUE 'S'.                          00009700
       77 WRK-SW-FIM-TDC  PIC X(01) VALUE 'N'.                          00009714
           88 WRK-FIM-TITDOC        VALUE 'S'.                          00009728
       77 WRK-SW-DADO-TDC PIC X(01) VALUE 'N'.                          00009742
           88 WRK-DADO-TDC-OK       VALUE 'S'.                          00009757
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00009771
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00009785
                                                                        00009800
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00009900
       77 WRK-QTD-CLIENTE PIC 9(05) VALUE ZEROES.                       00010000
       77 WRK-QTD-SEMDOC  PIC 9(05) VALUE ZEROES.                       00010100
       77 WRK-QTD-DIVERGE PIC 9(05) VALUE ZEROES.                       00010200
       77 WRK-QTD-COTIT   PIC 9(05) VALUE ZEROES.                       00010250
                                                                        00010300
      *-------GRUPO DO DOCUMENTO CORRENTE----------------------------*  00010400
       77 WRK-DOC-ATUAL   PIC 9(14) VALUE ZEROES.                       00010500
       77 WRK-DOC-CLI     PIC 9(14) VALUE ZEROES.                       00010533
       77 WRK-DOC-TDC     PIC 9(14) VALUE ZEROES.                       00010566
       77 WRK-NOME-GRUPO  PIC X(30) VALUE SPACES.                       00010600
       77 WRK-QTD-GRUPO   PIC 9(03) VALUE ZEROES.                       00010700
       77 WRK-SALDO-GRUPO PIC S9(10) VALUE ZEROES.                      00010800
             10 WRK-BUF-NOME     PIC X(30).                             00012100
             10 WRK-BUF-STATUS   PIC X(01).                             00012200
             10 WRK-BUF-SALDO    PIC S9(08).                            00012300
             10 WRK-BUF-PAPEL    PIC X(09).                             00012307
                                                                        00012314
      *----CLIENTES EM MEMORIA: CONTA DO COTITULAR (NOME DA CONTA,--*   00012321
      *----STATUS E SALDO)------------------------------------------*   00012328
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00012335
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00012342
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00012350
       01 WRK-TAB-CONTAS.                                               00012357
          05 WRK-TCT-LINHA OCCURS 2000 TIMES.                           00012364
             10 WRK-TCT-CHAVE    PIC X(08).                             00012371
             10 WRK-TCT-NOME     PIC X(30).                             00012378
             10 WRK-TCT-STATUS   PIC X(01).                             00012385
             10 WRK-TCT-SALDO    PIC S9(08).                            00012392
                                                                        00012400
       01 FILLER          PIC X(64) VALUE                               00012500
           '-----------LINHAS DO RELATORIO------------------'.          00012600
          05 WRK-CTA-STATUS      PIC X(01).                             00015200
          05 FILLER              PIC X(02) VALUE SPACES.                00015300
          05 WRK-CTA-SALDO       PIC ZZZZZZZZ9-.                        00015400
          05 FILLER              PIC X(02) VALUE SPACES.                00015450
          05 WRK-CTA-PAPEL       PIC X(09).                             00015500
          05 FILLER              PIC X(10) VALUE SPACES.                00015550
                                                                        00015600
       01 WRK-LINHA-TOTAL.                                              00015700
          05 FILLER              PIC X(32) VALUE                        00015800
            PERFORM  1000-INICIAR.                                      00017300
                                                                        00017400
            PERFORM  1100-LER-CLIDOC.                                   00017500
            PERFORM  1200-LER-TITDOC.                                   00017560
                                                                        00017620
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-CLIDOC                00017680
                                      AND WRK-FIM-TITDOC.               00017740
                                                                        00017800
            PERFORM  3000-FINALIZAR.                                    00017900
                                                                        00018000
      *-------------------------------------------------------------*   00018300
       1000-INICIAR                             SECTION.                00018400
      *-------------------------------------------------------------*   00018500
             OPEN INPUT  CLIDOC TITDOC CLIENTES                         00018562
                  OUTPUT RELDOC.                                        00018625
                                                                        00018687
               PERFORM 4000-TESTARSTATUS.                               00018750
                                                                        00018812
               PERFORM 1300-CARREGAR-CLIENTES                           00018875
                       UNTIL WRK-FIM-CLIENTES.                          00018937
                                                                        00019000
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00019100
                                                                        00019200
      *-------------------------------------------------------------*   00020000
                 MOVE 'N' TO WRK-SW-DADO-CLI.                           00020100
                 PERFORM 1110-LER-REG-CLIDOC UNTIL WRK-DADO-CLI-OK.     00020200
                 IF WRK-FIM-CLIDOC                                      00020216
                    MOVE 99999999999999 TO WRK-DOC-CLI                  00020233
                 ELSE                                                   00020250
                    MOVE FD-DOCUMENTO TO WRK-DOC-CLI                    00020266
                 END-IF.                                                00020283
                                                                        00020300
       1100-99-FIM.              EXIT.                                  00020400
      *-------------------------------------------------------------*   00020500
                    END-EVALUATE                                        00022800
                 END-IF.                                                00022900
       1110-99-FIM.              EXIT.                                  00023000
      *-------------------------------------------------------------*   00023001
       1200-LER-TITDOC                          SECTION.                00023002
      *-------------------------------------------------------------*   00023004
                 MOVE 'N' TO WRK-SW-DADO-TDC.                           00023005
                 PERFORM 1210-LER-REG-TITDOC UNTIL WRK-DADO-TDC-OK.     00023006
                 IF WRK-FIM-TITDOC                                      00023008
                    MOVE 99999999999999 TO WRK-DOC-TDC                  00023009
                 ELSE                                                   00023010
                    MOVE FD-TDC-DOCUMENTO TO WRK-DOC-TDC                00023012
                 END-IF.                                                00023013
                                                                        00023015
       1200-99-FIM.              EXIT.                                  00023016
      *-------------------------------------------------------------*   00023017
       1210-LER-REG-TITDOC                      SECTION.                00023019
      *-------------------------------------------------------------*   00023020
      *----SO INTERESSA O COTITULAR: O PRINCIPAL JA VEM NO CLIDOC---*   00023021
      *----SEM O ARQUIVO OS COTITULARES FICAM FORA (COM AVISO)------*   00023023
                 READ TITDOC                                            00023024
                   AT END                                               00023026
                     MOVE 'S' TO WRK-SW-FIM-TDC                         00023027
                 END-READ.                                              00023028
                 IF WRK-FS-TITDOC NOT EQUAL 00                          00023030
                    IF NOT WRK-FIM-TITDOC                               00023031
                       DISPLAY ' TITDOC INDISPONIVEL (FS='              00023032
                               WRK-FS-TITDOC ') - COTITULARES'          00023034
                               ' FORA DO RELATORIO'                     00023035
                       MOVE 'S' TO WRK-SW-FIM-TDC                       00023036
                    END-IF                                              00023038
                    MOVE 'S' TO WRK-SW-DADO-TDC                         00023039
                 ELSE                                                   00023041
                    IF FD-TITDOC (1:9) NOT EQUAL 'CABECALHO'            00023042
                       AND FD-TITDOC (1:6) NOT EQUAL 'RODAPE'           00023043
                       AND FD-TDC-PAPEL EQUAL 'S'                       00023045
                       AND FD-TDC-DOCUMENTO NUMERIC                     00023046
                       AND FD-TDC-DOCUMENTO NOT EQUAL ZEROES            00023047
                       MOVE 'S' TO WRK-SW-DADO-TDC                      00023049
                    END-IF                                              00023050
                 END-IF.                                                00023052
       1210-99-FIM.              EXIT.                                  00023053
      *-------------------------------------------------------------*   00023054
       1300-CARREGAR-CLIENTES                   SECTION.                00023056
      *-------------------------------------------------------------*   00023057
                 READ CLIENTES                                          00023058
                   AT END                                               00023060
                     MOVE 'S' TO WRK-SW-FIM-CLI                         00023061
                 END-READ.                                              00023063
                 IF WRK-FS-CLIENTES EQUAL 00                            00023064
                    IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'          00023065
                       AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'         00023067
                       IF WRK-QTD-CONTAS LESS 2000                      00023068
                          ADD 1 TO WRK-QTD-CONTAS                       00023069
                          MOVE FD-CLI-CHAVE TO                          00023071
                               WRK-TCT-CHAVE (WRK-QTD-CONTAS)           00023072
                          MOVE FD-CLI-NOME TO                           00023073
                               WRK-TCT-NOME (WRK-QTD-CONTAS)            00023075
                          MOVE FD-CLI-STATUS TO                         00023076
                               WRK-TCT-STATUS (WRK-QTD-CONTAS)          00023078
                          MOVE FD-CLI-SALDO TO                          00023079
                               WRK-TCT-SALDO (WRK-QTD-CONTAS)           00023080
                       ELSE                                             00023082
                          DISPLAY ' TABELA DE CONTAS ESGOTADA (2000)'   00023083
                       END-IF                                           00023084
                    END-IF                                              00023086
                 ELSE                                                   00023087
                    IF NOT WRK-FIM-CLIENTES                             00023089
                       DISPLAY ' CLIENTES INDISPONIVEL (FS='            00023090
                               WRK-FS-CLIENTES ') - CONTA DO'           00023091
                               ' COTITULAR SEM SALDO'                   00023093
                       MOVE 'S' TO WRK-SW-FIM-CLI                       00023094
                    END-IF                                              00023095
                 END-IF.                                                00023097
       1300-99-FIM.              EXIT.                                  00023098
      *-------------------------------------------------------------*   00023100
       2000-PROCESSAR                           SECTION.                00023200
      *-------------------------------------------------------------*   00023300
      *   QUEBRA POR DOCUMENTO: ABRE O GRUPO, LISTA AS CONTAS E    *    00023400
      *   FECHA COM O TOTAL DO RELACIONAMENTO.                     *    00023500
      *-------------------------------------------------------------*   00023600
            IF WRK-DOC-CLI NOT GREATER WRK-DOC-TDC                      00023660
               MOVE WRK-DOC-CLI  TO WRK-DOC-ATUAL                       00023720
               MOVE FD-NOME      TO WRK-NOME-GRUPO                      00023780
            ELSE                                                        00023840
               MOVE WRK-DOC-TDC  TO WRK-DOC-ATUAL                       00023900
               MOVE FD-TDC-NOME  TO WRK-NOME-GRUPO                      00023960
            END-IF.                                                     00024020
            MOVE ZEROES       TO WRK-QTD-GRUPO WRK-SALDO-GRUPO.         00024080
            MOVE 'N'          TO WRK-SW-NOMEDIF.                        00024140
                                                                        00024200
            PERFORM 2100-LISTAR-CONTA                                   00024260
                    UNTIL WRK-DOC-CLI NOT EQUAL WRK-DOC-ATUAL.          00024320
            PERFORM 2150-LISTAR-COTITULARIDADE                          00024380
                    UNTIL WRK-DOC-TDC NOT EQUAL WRK-DOC-ATUAL.          00024440
                                                                        00024500
            MOVE WRK-DOC-ATUAL TO WRK-DOC-NUMERO.                       00024600
            IF WRK-NOMES-DIVERGEM                                       00024700
               MOVE FD-NOME    TO WRK-BUF-NOME (WRK-QTD-GRUPO)          00028000
               MOVE FD-STATUS  TO WRK-BUF-STATUS (WRK-QTD-GRUPO)        00028100
               MOVE FD-SALDO   TO WRK-BUF-SALDO (WRK-QTD-GRUPO)         00028200
               MOVE SPACES     TO WRK-BUF-PAPEL (WRK-QTD-GRUPO)         00028206
            END-IF.                                                     00028213
            PERFORM 1100-LER-CLIDOC.                                    00028220
       2100-99-FIM.              EXIT.                                  00028227
      *-------------------------------------------------------------*   00028234
       2150-LISTAR-COTITULARIDADE               SECTION.                00028241
      *-------------------------------------------------------------*   00028248
      *   CONTA CONJUNTA EM QUE O DOCUMENTO E COTITULAR: NOME DA    *   00028255
      *   CONTA, STATUS E SALDO VEM DO CLIENTES; A DIVERGENCIA DE   *   00028262
      *   NOME E VISTA PELO NOME DO PROPRIO COTITULAR.              *   00028268
      *-------------------------------------------------------------*   00028275
            ADD 1 TO WRK-QTD-COTIT.                                     00028282
            MOVE ZEROES TO WRK-IDX-CONTA.                               00028289
            MOVE 1 TO WRK-SUB-CONTAS.                                   00028296
            PERFORM 2160-COMPARAR-CONTA                                 00028303
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00028310
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00028317
            ADD 1 TO WRK-QTD-GRUPO.                                     00028324
            IF WRK-IDX-CONTA GREATER ZEROES                             00028331
               ADD WRK-TCT-SALDO (WRK-IDX-CONTA) TO WRK-SALDO-GRUPO     00028337
            END-IF.                                                     00028344
            IF FD-TDC-NOME NOT EQUAL WRK-NOME-GRUPO                     00028351
               MOVE 'S' TO WRK-SW-NOMEDIF                               00028358
            END-IF.                                                     00028365
            IF WRK-QTD-GRUPO GREATER 50                                 00028372
               DISPLAY ' DOCUMENTO ' WRK-DOC-ATUAL ' COM MAIS DE'       00028379
                       ' 50 CONTAS - EXCEDENTE SO NO TOTAL'             00028386
            ELSE                                                        00028393
               MOVE FD-TDC-CHAVE (1:4) TO                               00028400
                    WRK-BUF-AGENCIA (WRK-QTD-GRUPO)                     00028406
               MOVE FD-TDC-CHAVE (5:4) TO                               00028413
                    WRK-BUF-CONTA (WRK-QTD-GRUPO)                       00028420
               MOVE 'COTITULAR' TO WRK-BUF-PAPEL (WRK-QTD-GRUPO)        00028427
               IF WRK-IDX-CONTA GREATER ZEROES                          00028434
                  MOVE WRK-TCT-NOME (WRK-IDX-CONTA) TO                  00028441
                       WRK-BUF-NOME (WRK-QTD-GRUPO)                     00028448
                  MOVE WRK-TCT-STATUS (WRK-IDX-CONTA) TO                00028455
                       WRK-BUF-STATUS (WRK-QTD-GRUPO)                   00028462
                  MOVE WRK-TCT-SALDO (WRK-IDX-CONTA) TO                 00028468
                       WRK-BUF-SALDO (WRK-QTD-GRUPO)                    00028475
               ELSE                                                     00028482
                  MOVE 'CONTA FORA DO CLIENTES' TO                      00028489
                       WRK-BUF-NOME (WRK-QTD-GRUPO)                     00028496
                  MOVE SPACE  TO WRK-BUF-STATUS (WRK-QTD-GRUPO)         00028503
                  MOVE ZEROES TO WRK-BUF-SALDO (WRK-QTD-GRUPO)          00028510
               END-IF                                                   00028517
            END-IF.                                                     00028524
            PERFORM 1200-LER-TITDOC.                                    00028531
       2150-99-FIM.              EXIT.                                  00028537
      *-------------------------------------------------------------*   00028544
       2160-COMPARAR-CONTA                      SECTION.                00028551
      *-------------------------------------------------------------*   00028558
            IF WRK-TCT-CHAVE (WRK-SUB-CONTAS) EQUAL FD-TDC-CHAVE        00028565
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00028572
            END-IF.                                                     00028579
            ADD 1 TO WRK-SUB-CONTAS.                                    00028586
       2160-99-FIM.              EXIT.                                  00028593
      *-------------------------------------------------------------*   00028600
       2200-IMPRIMIR-GRUPO                      SECTION.                00028700
      *-------------------------------------------------------------*   00028800
            MOVE WRK-BUF-NOME (WRK-SUB-GRUPO)    TO WRK-CTA-NOME.       00029900
            MOVE WRK-BUF-STATUS (WRK-SUB-GRUPO)  TO WRK-CTA-STATUS.     00030000
            MOVE WRK-BUF-SALDO (WRK-SUB-GRUPO)   TO WRK-CTA-SALDO.      00030100
            MOVE WRK-BUF-PAPEL (WRK-SUB-GRUPO)   TO WRK-CTA-PAPEL.      00030150
            WRITE FD-RELDOC FROM WRK-LINHA-CONTA.                       00030200
            ADD 1 TO WRK-SUB-GRUPO.                                     00030300
       2210-99-FIM.              EXIT.                                  00030400
      *-------------------------------------------------------------*   00030500
       3000-FINALIZAR                           SECTION.                00030600
      *-------------------------------------------------------------*   00030700
             CLOSE CLIDOC TITDOC CLIENTES RELDOC.                       00030800
               PERFORM 4000-TESTARSTATUS.                               00030900
              DISPLAY ' ============================================'.  00031000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX26          '.  00031100
              DISPLAY ' CONTAS COM DOCUMENTO.......' WRK-REGLIDOS.      00031300
              DISPLAY ' CONTAS SEM DOCUMENTO.......' WRK-QTD-SEMDOC.    00031400
              DISPLAY ' CLIENTES CONSOLIDADOS......' WRK-QTD-CLIENTE.   00031500
              DISPLAY ' COTITULARIDADES LISTADAS...' WRK-QTD-COTIT.     00031550
              DISPLAY ' DOCUMENTOS C/ NOMES DIVERG.' WRK-QTD-DIVERGE.   00031600
              DISPLAY ' ============================================'.  00031700
                                                                        00031800
