      *    CABECALHO E RODAPE; O RODAPE DECLARA A QUANTIDADE DE   *     00007820
      *    REGISTROS (POS 11-15) E O TOTAL DE CONFERENCIA         *     00007830
      *    (POS 17-28). DIVERGENCIA ENCERRA A EXECUCAO COM RC=8.  *     00007840
      *    NO FIM, QUANTIDADE E TOTAL DE HORAS GRAVADOS NO        *     00007848
      *    FUNPROJ E AS HORAS FATURAVEIS VALORADAS PELA TAXA      *     00007855
      *    DO PROJMST (HORASFAT = HORAS X TAXAFAT, SO PROJETO     *     00007862
      *    COM TAXA E CLIENTE) SAO DEPOSITADOS NO RAZAO DE        *     00007870
      *    CONTROLE                                               *     00007878
      *    (GRAVCTL/CTLLEDG) PARA O FR19CTL CONFERIR CONTRA O     *     00007885
      *    FR19EX42.                                              *     00007892
      *-------------------------------------------------------------*   00007900
      *   ARQUIVOS...:                                              *   00008000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00008100
      *    FUNC                 I                  #FUNC            *   00008200
      *    PROJ                 I                  #PROJ            *   00008300
      *    PROJMST              I                  -----------      *   00008350
      *    FUNPROJ              O                  -----------      *   00008400
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00008410
      *-------------------------------------------------------------*   00008500
      *   MODULOS....:                             INCLUDE/BOOK     *   00008600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00008700
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00008710
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00008720
      *=============================================================*   00008800
                                                                        00008900
      *=============================================================*   00009000
                                                                        00016300
            SELECT FUNPROJ ASSIGN TO FUNPROJ                            00016400
                 FILE STATUS IS WRK-FS-FUNPROJ.                         00016500
      *-------------------------------------------------------------*   00016520
                                                                        00016540
            SELECT PROJMST ASSIGN TO PROJMST                            00016560
                 FILE STATUS IS WRK-FS-PROJMST.                         00016580
                                                                        00016600
      *=============================================================*   00016700
       DATA                                      DIVISION.              00016800
          05 FD-PROJETO  PIC X(20).                                     00021000
          05 FD-QTHORAS  PIC 9(03).                                     00022000
          05 FD-EMPRESA  PIC X(03).                                     00022010
                                                                        00022016
       FD PROJMST                                                       00022021
           RECORDING MODE IS F                                          00022027
           LABEL RECORD IS STANDARD                                     00022032
           BLOCK CONTAINS 0 RECORDS.                                    00022038
      *-------------------LRECL 80----------------------------------*   00022044
       01 FD-PROJMST.                                                   00022049
          05 FD-PRM-CODIGO         PIC X(08).                           00022055
          05 FD-PRM-NOME           PIC X(30).                           00022061
          05 FD-PRM-GESTOR         PIC X(20).                           00022066
          05 FD-PRM-HORASORC       PIC 9(06).                           00022072
          05 FD-PRM-STATUS         PIC X(01).                           00022078
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00022083
          05 FD-PRM-CLIENTE        PIC X(05).                           00022089
          05 FILLER                PIC X(02).                           00022094
                                                                        00022100
      *=============================================================*   00022200
       WORKING-STORAGE                             SECTION.             00022300
       COPY '#GLOG'.                                                    00022900
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00022910
       COPY '#GSTAT'.                                                   00022920
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00022930
       COPY '#GCTL'.                                                    00022940
      *-------------------------------------------------------------*   00023000
                                                                        00024000
                                                                        00024100
       77 WRK-FS-FUNC     PIC 9(02).                                    00024500
       77 WRK-FS-PROJ     PIC 9(02).                                    00024600
       77 WRK-FS-FUNPROJ  PIC 9(02).                                    00024700
       77 WRK-FS-PROJMST  PIC 9(02).                                    00024702
       77 WRK-QTD-FATURAVEL PIC 9(05) VALUE ZEROES.                     00024705
       77 WRK-VLR-FATURAVEL PIC 9(12)V99 VALUE ZEROES.                  00024708
       77 WRK-VALOR-LINHA PIC 9(10)V99 VALUE ZEROES.                    00024710
                                                                        00024712
      *-------CADASTRO DE PROJETOS EM MEMORIA (TAXA DE FATURA)-----*    00024715
       77 WRK-SW-FIM-PRM  PIC X(01) VALUE 'N'.                          00024718
           88 WRK-FIM-PRM           VALUE 'S'.                          00024720
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00024722
           88 WRK-ACHOU             VALUE 'S'.                          00024725
       77 WRK-QTD-PRM     PIC 9(03) VALUE ZEROES.                       00024728
       77 WRK-SUB-PRM     PIC 9(03) VALUE ZEROES.                       00024730
       77 WRK-TAXA-ATUAL  PIC 9(06)V99 VALUE ZEROES.                    00024732
       77 WRK-CLI-ATUAL   PIC X(05) VALUE SPACES.                       00024735
       01 WRK-TAB-PRM.                                                  00024738
          05 WRK-PRM-LINHA OCCURS 200 TIMES.                            00024740
             10 WRK-TBPRM-CODIGO   PIC X(08).                           00024742
             10 WRK-TBPRM-TAXAFAT  PIC 9(06)V99.                        00024745
             10 WRK-TBPRM-CLIENTE  PIC X(05).                           00024748
                                                                        00024750
       77 WRK-REGGRAVA    PIC 9(05) VALUE ZEROES.                       00024770
       77 WRK-HRS-GRAVA   PIC 9(07) VALUE ZEROES.                       00024770A
                                                                        
      *-------VERIFICACAO DE CABECALHO/RODAPE DAS ENTRADAS----------*   00024771
       77 WRK-SW-DADO-FUNC    PIC X(01) VALUE 'N'.                      00024772
                                                                        00027310
               ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.                  00027320
               WRITE FD-FUNPROJ FROM WRK-FUNPROJ-CAB.                   00027330
                                                                        00027332
               OPEN INPUT PROJMST.                                      00027333
               PERFORM 4400-TESTARSTATUS-PROJMST.                       00027335
               PERFORM 1400-CARREGAR-PROJMST UNTIL WRK-FIM-PRM.         00027337
               CLOSE PROJMST.                                           00027338
                                                                        
               MOVE 'FR19EX02' TO WRK-EST-PROGRAMA.                     00027340
               MOVE 'I' TO WRK-EST-EVENTO.                              00027350
                    END-EVALUATE                                        00029934
                 END-IF.                                                00029935
       1310-99-FIM.              EXIT.                                  00029936
      *-------------------------------------------------------------*   00029938
       1400-CARREGAR-PROJMST                    SECTION.                00029940
      *-------------------------------------------------------------*   00029942
      *   TAXA DE FATURA E CLIENTE DE CADA PROJETO, PARA VALORAR   *    00029945
      *   AS HORAS GRAVADAS NO FUNPROJ (LADO DE CONTROLE DO        *    00029947
      *   FATPROJ EMITIDO PELO FR19EX42).                          *    00029949
      *-------------------------------------------------------------*   00029951
                 READ PROJMST                                           00029953
                   AT END                                               00029955
                     MOVE 'S' TO WRK-SW-FIM-PRM                         00029957
                 END-READ.                                              00029959
                 PERFORM 4400-TESTARSTATUS-PROJMST.                     00029962
                 IF WRK-FS-PROJMST EQUAL 00                             00029964
                    IF FD-PROJMST (1:9) NOT EQUAL 'CABECALHO'           00029966
                       AND FD-PROJMST (1:6) NOT EQUAL 'RODAPE'          00029968
                       IF WRK-QTD-PRM LESS 200                          00029970
                          ADD 1 TO WRK-QTD-PRM                          00029972
                          MOVE FD-PRM-CODIGO                            00029974
                               TO WRK-TBPRM-CODIGO (WRK-QTD-PRM)        00029977
                          MOVE FD-PRM-TAXAFAT                           00029979
                               TO WRK-TBPRM-TAXAFAT (WRK-QTD-PRM)       00029981
                          MOVE FD-PRM-CLIENTE                           00029983
                               TO WRK-TBPRM-CLIENTE (WRK-QTD-PRM)       00029985
                       ELSE                                             00029987
                          DISPLAY ' TABELA DE PROJETOS CHEIA (200) '    00029989
                       END-IF                                           00029991
                    END-IF                                              00029994
                 END-IF.                                                00029996
       1400-99-FIM.              EXIT.                                  00029998
      *-------------------------------------------------------------*   00030000
       2000-PROCESSAR                           SECTION.                00030100
      *-------------------------------------------------------------*   00030200
               MOVE FD-FUNC-EMPRESA  TO FD-EMPRESA                      00033812
                WRITE FD-FUNPROJ                                        00034006
                 ADD 1 TO WRK-REGGRAVA                                  00034008
                 ADD FD-QTHORAS TO WRK-HRS-GRAVA                        00034045
                 PERFORM 2100-VALORAR-HORAS                             00034082
                DISPLAY 'CHAVE IGUAL' FD-FUNPROJ                        00034119
                PERFORM 1200-VERIFICAR-VAZIO-FUNC                       00034220
      *         PERFORM 1300-VERIFICAR-VAZIO-PROJ                       00034320
             END-EVALUATE.                                              00034907
                                                                        00035000
       2000-99-FIM.              EXIT.                                  00035100
      *-------------------------------------------------------------*   00035103
       2100-VALORAR-HORAS                       SECTION.                00035105
      *-------------------------------------------------------------*   00035108
      *   MESMO CRITERIO DO FR19EX42: SO PROJETO COM TAXA E COM    *    00035111
      *   CLIENTE E FATURAVEL; O RESTO E CUSTO INTERNO.            *    00035114
      *-------------------------------------------------------------*   00035116
            MOVE 'N'    TO WRK-SW-ACHOU.                                00035119
            MOVE ZEROES TO WRK-TAXA-ATUAL.                              00035122
            MOVE SPACES TO WRK-CLI-ATUAL.                               00035124
            MOVE 1 TO WRK-SUB-PRM.                                      00035127
            PERFORM 2110-COMPARAR-PROJETO                               00035130
                    UNTIL WRK-SUB-PRM GREATER WRK-QTD-PRM               00035132
                       OR WRK-ACHOU.                                    00035135
            IF WRK-ACHOU                                                00035138
               AND WRK-TAXA-ATUAL GREATER ZEROES                        00035141
               AND WRK-CLI-ATUAL NOT EQUAL SPACES                       00035143
               COMPUTE WRK-VALOR-LINHA ROUNDED =                        00035146
                       FD-QTHORAS * WRK-TAXA-ATUAL                      00035149
               ADD 1 TO WRK-QTD-FATURAVEL                               00035151
               ADD WRK-VALOR-LINHA TO WRK-VLR-FATURAVEL                 00035154
            END-IF.                                                     00035157
                                                                        00035159
       2100-99-FIM.              EXIT.                                  00035162
      *-------------------------------------------------------------*   00035165
       2110-COMPARAR-PROJETO                    SECTION.                00035168
      *-------------------------------------------------------------*   00035170
            IF WRK-TBPRM-CODIGO (WRK-SUB-PRM) EQUAL                     00035173
               FD-PROJETO (1:8)                                         00035176
               MOVE 'S' TO WRK-SW-ACHOU                                 00035178
               MOVE WRK-TBPRM-TAXAFAT (WRK-SUB-PRM)                     00035181
                    TO WRK-TAXA-ATUAL                                   00035184
               MOVE WRK-TBPRM-CLIENTE (WRK-SUB-PRM)                     00035186
                    TO WRK-CLI-ATUAL                                    00035189
            END-IF.                                                     00035192
            ADD 1 TO WRK-SUB-PRM.                                       00035195
       2110-99-FIM.              EXIT.                                  00035197
      *-------------------------------------------------------------*   00035200
       3000-FINALIZAR                           SECTION.                00035300
      *-------------------------------------------------------------*   00035400
               MOVE WRK-REGGRAVA TO WRK-EST-GRAVADOS.                   00035763
               MOVE ZEROES TO WRK-EST-REJEITADOS.                       00035764
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00035765
                                                                        00035768
               MOVE 'FR19EX02' TO WRK-CTL-PROGRAMA.                     00035770
               MOVE WRK-CAB-DATA TO WRK-CTL-DATA.                       00035773
               MOVE 'FUNPROJ ' TO WRK-CTL-DATASET.                      00035776
               MOVE 'P'        TO WRK-CTL-PAPEL.                        00035778
               MOVE WRK-REGGRAVA  TO WRK-CTL-QTD.                       00035781
               MOVE WRK-HRS-GRAVA TO WRK-CTL-VALOR.                     00035784
               CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.               00035787
               MOVE 'HORASFAT' TO WRK-CTL-DATASET.                      00035789
               MOVE WRK-QTD-FATURAVEL TO WRK-CTL-QTD.                   00035792
               MOVE WRK-VLR-FATURAVEL TO WRK-CTL-VALOR.                 00035795
               CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.               00035797
                                                                        00035800
                                                                        00035900
       3000-99-FIM.              EXIT.                                  00036000
                                                                        00040300
                                                                        00040400
       4300-99-FIM.              EXIT.                                  00040500
      *-------------------------------------------------------------*   00040500A
       4400-TESTARSTATUS-PROJMST                    SECTION.            00040500B
      *-------------------------------------------------------------*   00040500C
               IF WRK-FS-PROJMST NOT EQUAL 00                           00040500D
                           AND WRK-FS-PROJMST NOT EQUAL 10              00040500E
                 MOVE 'FR19EX02'               TO WRK-PROGRAMA          00040500F
                 MOVE 'ERRO NO PROJMST       ' TO WRK-MSGERRO           00040500G
                 MOVE '1400'                   TO WRK-SECAO             00040500H
                 MOVE WRK-FS-PROJMST           TO WRK-STATUS            00040500I
                  PERFORM 9000-TRATAERROS                               00040500J
               END-IF.                                                  00040500K
                                                                        00040500L
       4400-99-FIM.              EXIT.                                  00040500M
      *-------------------------------------------------------------*   00040510
       4510-VERIFICAR-CONTROLE-FUNC                 SECTION.            00040520
      *-------------------------------------------------------------*   00040530
