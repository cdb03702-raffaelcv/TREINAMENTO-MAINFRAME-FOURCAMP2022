      *    BLOQUEADA: ESTES SAEM NO RELATORIO RELSAL COM O MOTIVO.  *   00002100
      *    O LIQUIDO (9(08)V99) E CREDITADO EM UNIDADES INTEIRAS    *   00002200
      *    ARREDONDADAS, A MESMA UNIDADE DO SALDO DO CLIENTES.      *   00002300
      *    VINCULO COM CODIGO DE BANCO (CONTA-SALARIO EM OUTRO      *   00002325
      *    BANCO) NAO E CREDITADO NEM RECUSADO AQUI: E PAGO PELO    *   00002350
      *    FR19EX65 NA REMESSA DE SALARIO E SO E CONTADO.           *   00002375
      *    O TOTAL CREDITADO BAIXA O SALARIO A PAGAR LANCADO PELO   *   00002380
      *    FR19DB52: EVENTO SALPAGO DO PLANOCTA (DEBITO = A PAGAR,  *   00002385
      *    CREDITO = BANCO) NO LANCSAL, LAYOUT DO LANCTOS, CENTRO   *   00002390
      *    0000. SEM MAPA DO SALPAGO O CREDITO SEGUE E O RC E 4.    *   00002395
      *    NO FIM, DEPOSITA NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG)  *   00002396
      *    O LIQUIDO CONSUMIDO DO FOLHA E O QUE FOI ENTREGUE: O     *   00002397
      *    CREDITADO NO MOVSAL, O RECUSADO NO RELSAL E O LIQUIDO    *   00002398
      *    DE CONTA EM OUTRO BANCO (SALEXTER, PAGO PELO FR19EX65).  *   00002399
      *    CARTAO SYSIN: DATA-VALOR DO CREDITO (AAAAMMDD; ZEROS =   *   00002400
      *    A VISTA NA PROXIMA POSTAGEM).                            *   00002500
      *-------------------------------------------------------------*   00002600
      *    FOLHA                I                  -----------      *   00002900
      *    FUNCCTA              I                  -----------      *   00003000
      *    CLIENTES             I                  -----------      *   00003100
      *    PLANOCTA             I                  -----------      *   00003150
      *    MOVSAL               O                  -----------      *   00003200
      *    RELSAL               O                  -----------      *   00003300
      *    LANCSAL              O                  -----------      *   00003350
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00003360
      *-------------------------------------------------------------*   00003400
      *   MODULOS....:                             INCLUDE/BOOK     *   00003500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003600
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00003700
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00003710
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
                                                                        00005700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00005800
                 FILE STATUS IS WRK-FS-CLIENTES.                        00005900
            SELECT PLANOCTA ASSIGN TO PLANOCTA                          00005933
                 FILE STATUS IS WRK-FS-PLANOCTA.                        00005966
                                                                        00006000
            SELECT MOVSAL ASSIGN TO MOVSAL                              00006100
                 FILE STATUS IS WRK-FS-MOVSAL.                          00006200
                                                                        00006300
            SELECT RELSAL ASSIGN TO RELSAL                              00006400
                 FILE STATUS IS WRK-FS-RELSAL.                          00006500
            SELECT LANCSAL ASSIGN TO LANCSAL                            00006533
                 FILE STATUS IS WRK-FS-LANCSAL.                         00006566
                                                                        00006600
      *=============================================================*   00006700
       DATA                                      DIVISION.              00006800
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00008300
          05 FILLER              PIC X(10).                             00008400
                                                                        00008500
      *-------------------LRECL 32----------------------------------*   00008600
       FD FUNCCTA                                                       00008700
           RECORDING MODE IS F                                          00008800
           LABEL RECORD IS STANDARD                                     00008900
          05 FD-FCT-IDFUNC      PIC 9(05).                              00009200
          05 FD-FCT-AGENCIA     PIC X(04).                              00009300
          05 FD-FCT-CONTA       PIC X(04).                              00009400
          05 FD-FCT-BANCO       PIC X(03).                              00009425
          05 FD-FCT-CONTA-EXT   PIC X(12).                              00009450
          05 FILLER             PIC X(04).                              00009475
                                                                        00009500
      *-------------------LRECL 89----------------------------------*   00009600
       FD CLIENTES                                                      00009700
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00010800
          05 FD-LIMITE          PIC 9(08).                              00010900
          05 FD-DOCUMENTO       PIC 9(14).                              00011000
      *-------------------LRECL 24----------------------------------*   00011010
       FD PLANOCTA                                                      00011020
           RECORDING MODE IS F                                          00011030
           LABEL RECORD IS STANDARD                                     00011040
           BLOCK CONTAINS 0 RECORDS.                                    00011050
       01 FD-PLANOCTA.                                                  00011060
          05 FD-PLA-EVENTO       PIC X(08).                             00011070
          05 FD-PLA-CTADEB       PIC X(08).                             00011080
          05 FD-PLA-CTACRED      PIC X(08).                             00011090
                                                                        00011100
      *-------------------LRECL 55----------------------------------*   00011200
       FD MOVSAL                                                        00011300
       FD RELSAL                                                        00012400
           RECORDING MODE IS F.                                         00012500
       01 FD-RELSAL              PIC X(80).                             00012600
      *-------------------LRECL 80----------------------------------*   00012607
       FD LANCSAL                                                       00012614
           RECORDING MODE IS F.                                         00012621
       01 FD-LANCSAL.                                                   00012628
          05 FD-LAN-DATA         PIC 9(08).                             00012635
          05 FD-LAN-AGENCIA      PIC X(04).                             00012642
          05 FD-LAN-CONTACTB     PIC X(08).                             00012650
          05 FD-LAN-DC           PIC X(01).                             00012657
          05 FD-LAN-VALOR        PIC 9(12).                             00012664
          05 FD-LAN-EVENTO       PIC X(08).                             00012671
          05 FD-LAN-ORIGEM       PIC X(08).                             00012678
          05 FD-LAN-HISTORICO    PIC X(30).                             00012685
          05 FILLER              PIC X(01).                             00012692
                                                                        00012700
      *=============================================================*   00012800
       WORKING-STORAGE                             SECTION.             00012900
       COPY '#GLOG'.                                                    00013500
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00013600
       COPY '#GSTAT'.                                                   00013700
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00013710
       COPY '#GCTL'.                                                    00013720
      *-------------------------------------------------------------*   00013800
                                                                        00013900
       01 FILLER          PIC X(64) VALUE                               00014000
       77 WRK-FS-CLIENTES PIC 9(02).                                    00014500
       77 WRK-FS-MOVSAL   PIC 9(02).                                    00014600
       77 WRK-FS-RELSAL   PIC 9(02).                                    00014700
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00014733
       77 WRK-FS-LANCSAL  PIC 9(02).                                    00014766
                                                                        00014800
       01 FILLER          PIC X(64) VALUE                               00014900
           '-----------PARAMETRO SYSIN----------------------'.          00015000
             10 WRK-CTA-CHAVE       PIC X(08).                          00016900
             10 WRK-CTA-STATUS      PIC X(01).                          00017000
                                                                        00017100
       01 FILLER          PIC X(64) VALUE                               00017105
           '-----------PLANO DE CONTAS EM MEMORIA-----------'.          00017111
                                                                        00017117
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00017123
           88 WRK-FIM-PLANOCTA      VALUE 'S'.                          00017129
       77 WRK-SW-SEM-MAPA PIC X(01) VALUE 'N'.                          00017135
           88 WRK-BAIXA-SEM-MAPA    VALUE 'S'.                          00017141
       77 WRK-QTD-PLA     PIC 9(02) VALUE ZEROES.                       00017147
       77 WRK-SUB-PLA     PIC 9(02) VALUE ZEROES.                       00017152
       77 WRK-IDX-PLA     PIC 9(02) VALUE ZEROES.                       00017158
       77 WRK-EVENTO      PIC X(08) VALUE 'SALPAGO '.                   00017164
       01 WRK-TAB-PLANO.                                                00017170
          05 WRK-PLA-LINHA OCCURS 20 TIMES.                             00017176
             10 WRK-PLA-EVENTO     PIC X(08).                           00017182
             10 WRK-PLA-CTADEB     PIC X(08).                           00017188
             10 WRK-PLA-CTACRED    PIC X(08).                           00017194
       01 FILLER          PIC X(64) VALUE                               00017200
           '-----------CONTADORES E CONTROLES---------------'.          00017300
                                                                        00017400
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00018200
       77 WRK-QTD-CREDITO PIC 9(05) VALUE ZEROES.                       00018300
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00018400
       77 WRK-QTD-EXTERNO PIC 9(05) VALUE ZEROES.                       00018450
       77 WRK-HASH-SAL    PIC 9(12) VALUE ZEROES.                       00018500
       77 WRK-VLR-FOLHA   PIC 9(10)V99 VALUE ZEROES.                    00018510
       77 WRK-VLR-RECUSA  PIC 9(10)V99 VALUE ZEROES.                    00018520
       77 WRK-VLR-EXTERNO PIC 9(10)V99 VALUE ZEROES.                    00018530
       77 WRK-VLR-CREDITO PIC 9(08) VALUE ZEROES.                       00018600
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00018700
                                                                        00018800
            PERFORM  1000-INICIAR.                                      00024000
                                                                        00024100
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00024200
            PERFORM  1150-CARREGAR-PLANO UNTIL WRK-FIM-PLANOCTA.        00024250
                                                                        00024300
            PERFORM  1200-LER-FOLHA.                                    00024400
            PERFORM  1300-LER-FUNCCTA.                                  00024500
      *-------------------------------------------------------------*   00025300
       1000-INICIAR                             SECTION.                00025400
      *-------------------------------------------------------------*   00025500
             OPEN INPUT  FOLHA FUNCCTA CLIENTES PLANOCTA                00025600
                  OUTPUT MOVSAL RELSAL LANCSAL.                         00025700
                                                                        00025800
               PERFORM 4000-TESTARSTATUS.                               00025900
                                                                        00026000
                END-IF                                                  00030600
             END-IF.                                                    00030700
       1100-99-FIM.              EXIT.                                  00030800
      *-------------------------------------------------------------*   00030804
       1150-CARREGAR-PLANO                      SECTION.                00030809
      *-------------------------------------------------------------*   00030814
            READ PLANOCTA                                               00030819
              AT END                                                    00030823
                MOVE 'S' TO WRK-SW-FIM-PLA                              00030828
            END-READ.                                                   00030833
            PERFORM 4400-TESTARSTATUS-PLANOCTA.                         00030838
            IF WRK-FS-PLANOCTA EQUAL 00                                 00030842
               IF WRK-QTD-PLA LESS 20                                   00030847
                  ADD 1 TO WRK-QTD-PLA                                  00030852
                  MOVE FD-PLA-EVENTO  TO WRK-PLA-EVENTO (WRK-QTD-PLA)   00030857
                  MOVE FD-PLA-CTADEB  TO WRK-PLA-CTADEB (WRK-QTD-PLA)   00030861
                  MOVE FD-PLA-CTACRED TO                                00030866
                       WRK-PLA-CTACRED (WRK-QTD-PLA)                    00030871
               ELSE                                                     00030876
                  DISPLAY ' PLANO DE CONTAS ESGOTADO (20)'              00030880
               END-IF                                                   00030885
            END-IF.                                                     00030890
       1150-99-FIM.              EXIT.                                  00030895
      *-------------------------------------------------------------*   00030900
       1200-LER-FOLHA                           SECTION.                00031000
      *-------------------------------------------------------------*   00031100
                IF FD-FOLHA (1:9) NOT EQUAL 'CABECALHO'                 00032600
                   AND FD-FOLHA (1:6) NOT EQUAL 'RODAPE'                00032700
                   ADD 1 TO WRK-REGFOLHA                                00032800
                   ADD FD-FOL-LIQUIDO TO WRK-VLR-FOLHA                  00032810
                   MOVE 'S' TO WRK-SW-DADO-FOL                          00032900
                END-IF                                                  00033000
             END-IF.                                                    00033100
               PERFORM 1300-LER-FUNCCTA                                 00035000
             WHEN FD-FCT-IDFUNC EQUAL FD-FOL-ID                         00035100
                  AND NOT WRK-FIM-FUNCCTA                               00035200
               IF FD-FCT-BANCO EQUAL SPACES                             00035233
                  PERFORM 2100-CRITICAR-E-CREDITAR                      00035266
               ELSE                                                     00035300
                  ADD 1 TO WRK-QTD-EXTERNO                              00035333
                  ADD FD-FOL-LIQUIDO TO WRK-VLR-EXTERNO                 00035334
               END-IF                                                   00035366
               PERFORM 1200-LER-FOLHA                                   00035400
             WHEN OTHER                                                 00035500
               MOVE 'SEM VINCULO CONTA-SALARIO    '                     00035600
            MOVE FD-FOL-NOME TO WRK-REC-NOME.                           00041700
            WRITE FD-RELSAL FROM WRK-LINHA-RECUSA.                      00041800
            ADD 1 TO WRK-QTD-RECUSA.                                    00041900
            ADD FD-FOL-LIQUIDO TO WRK-VLR-RECUSA.                       00041910
       2300-99-FIM.              EXIT.                                  00042000
      *-------------------------------------------------------------*   00042002
       2400-LANCAR-BAIXA                        SECTION.                00042004
      *-------------------------------------------------------------*   00042006
      *   BAIXA DO SALARIO A PAGAR PELO TOTAL CREDITADO - UM PAR    *   00042008
      *   D/C DO EVENTO SALPAGO, OU NENHUM SE O PLANO NAO O MAPEIA. *   00042011
      *-------------------------------------------------------------*   00042013
            IF WRK-HASH-SAL EQUAL ZEROES                                00042015
               GO TO 2400-99-FIM.                                       00042017
            MOVE ZEROES TO WRK-IDX-PLA.                                 00042020
            MOVE 1 TO WRK-SUB-PLA.                                      00042022
            PERFORM 2410-COMPARAR-EVENTO                                00042024
                    UNTIL WRK-SUB-PLA GREATER WRK-QTD-PLA               00042026
                       OR WRK-IDX-PLA GREATER ZEROES.                   00042028
            IF WRK-IDX-PLA EQUAL ZEROES                                 00042031
               MOVE 'S' TO WRK-SW-SEM-MAPA                              00042033
               DISPLAY ' EVENTO SEM MAPA NO PLANOCTA: ' WRK-EVENTO      00042035
                       ' - BAIXA DO A PAGAR NAO LANCADA'                00042037
               GO TO 2400-99-FIM.                                       00042040
                                                                        00042042
            MOVE WRK-DATA-HOJE TO FD-LAN-DATA.                          00042044
            MOVE '0000'        TO FD-LAN-AGENCIA.                       00042046
            MOVE WRK-EVENTO    TO FD-LAN-EVENTO.                        00042048
            MOVE 'FR19EX40'    TO FD-LAN-ORIGEM.                        00042051
            MOVE 'LIQUIDO DA FOLHA CREDITADO    ' TO FD-LAN-HISTORICO.  00042053
            MOVE WRK-HASH-SAL  TO FD-LAN-VALOR.                         00042055
            MOVE SPACES        TO FD-LANCSAL (80:1).                    00042057
                                                                        00042060
            MOVE WRK-PLA-CTADEB (WRK-IDX-PLA) TO FD-LAN-CONTACTB.       00042062
            MOVE 'D' TO FD-LAN-DC.                                      00042064
            WRITE FD-LANCSAL.                                           00042066
                                                                        00042068
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00042071
            MOVE 'C' TO FD-LAN-DC.                                      00042073
            WRITE FD-LANCSAL.                                           00042075
                                                                        00042077
       2400-99-FIM.              EXIT.                                  00042080
      *-------------------------------------------------------------*   00042082
       2410-COMPARAR-EVENTO                     SECTION.                00042084
      *-------------------------------------------------------------*   00042086
            IF WRK-PLA-EVENTO (WRK-SUB-PLA) EQUAL WRK-EVENTO            00042088
               MOVE WRK-SUB-PLA TO WRK-IDX-PLA                          00042091
            END-IF.                                                     00042093
            ADD 1 TO WRK-SUB-PLA.                                       00042095
       2410-99-FIM.              EXIT.                                  00042097
      *-------------------------------------------------------------*   00042100
       3000-FINALIZAR                           SECTION.                00042200
      *-------------------------------------------------------------*   00042300
               MOVE WRK-HASH-SAL    TO WRK-TRLS-HASH.                   00042500
               WRITE FD-MOVSAL FROM WRK-MOVSAL-TRL.                     00042600
               WRITE FD-RELSAL FROM WRK-LINHA-TRACO.                    00042700
               PERFORM 2400-LANCAR-BAIXA.                               00042760
                                                                        00042820
             CLOSE FOLHA FUNCCTA CLIENTES PLANOCTA MOVSAL RELSAL        00042880
                   LANCSAL.                                             00042940
               PERFORM 4000-TESTARSTATUS.                               00043000
              DISPLAY ' ============================================'.  00043100
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX40          '.  00043200
              DISPLAY ' CONTRACHEQUES LIDOS........' WRK-REGFOLHA.      00043400
              DISPLAY ' CREDITOS GERADOS...........' WRK-QTD-CREDITO.   00043500
              DISPLAY ' RECUSADOS ANTES DO PAGTO...' WRK-QTD-RECUSA.    00043600
              DISPLAY ' CONTA EM OUTRO BANCO.......' WRK-QTD-EXTERNO.   00043650
              DISPLAY ' TOTAL CREDITADO............' WRK-HASH-SAL.      00043700
              IF WRK-BAIXA-SEM-MAPA                                     00043716
                 DISPLAY ' BAIXA DO A PAGAR...........SEM MAPA'         00043733
              ELSE                                                      00043750
                 DISPLAY ' BAIXA DO A PAGAR (SALPAGO).' WRK-HASH-SAL    00043766
              END-IF.                                                   00043783
              DISPLAY ' ============================================'.  00043800
                                                                        00043900
              MOVE 'F' TO WRK-EST-EVENTO.                               00044000
              MOVE WRK-QTD-CREDITO TO WRK-EST-GRAVADOS.                 00044200
              MOVE WRK-QTD-RECUSA  TO WRK-EST-REJEITADOS.               00044300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00044400
                                                                        00044404
              MOVE 'FR19EX40' TO WRK-CTL-PROGRAMA.                      00044408
              MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                       00044410
              MOVE 'C'        TO WRK-CTL-PAPEL.                         00044412
              MOVE 'FOLHA   ' TO WRK-CTL-DATASET.                       00044417
              MOVE WRK-REGFOLHA    TO WRK-CTL-QTD.                      00044421
              MOVE WRK-VLR-FOLHA   TO WRK-CTL-VALOR.                    00044425
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00044429
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00044433
              MOVE 'MOVSAL  ' TO WRK-CTL-DATASET.                       00044438
              MOVE WRK-QTD-CREDITO TO WRK-CTL-QTD.                      00044442
              MOVE WRK-HASH-SAL    TO WRK-CTL-VALOR.                    00044446
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00044450
              MOVE 'RELSAL  ' TO WRK-CTL-DATASET.                       00044454
              MOVE WRK-QTD-RECUSA  TO WRK-CTL-QTD.                      00044458
              MOVE WRK-VLR-RECUSA  TO WRK-CTL-VALOR.                    00044463
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00044467
              MOVE 'SALEXTER' TO WRK-CTL-DATASET.                       00044471
              MOVE WRK-QTD-EXTERNO TO WRK-CTL-QTD.                      00044475
              MOVE WRK-VLR-EXTERNO TO WRK-CTL-VALOR.                    00044479
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00044483
              IF WRK-BAIXA-SEM-MAPA                                     00044488
                 MOVE 4 TO RETURN-CODE                                  00044492
              END-IF.                                                   00044496
                                                                        00044500
       3000-99-FIM.              EXIT.                                  00044600
      *-------------------------------------------------------------*   00044700
                 PERFORM 4100-TESTARSTATUS-FOLHA.                       00045000
                 PERFORM 4200-TESTARSTATUS-FUNCCTA.                     00045100
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00045200
                 PERFORM 4400-TESTARSTATUS-PLANOCTA.                    00045250
                 IF WRK-FS-MOVSAL NOT EQUAL 00                          00045300
                   MOVE 'ERRO NO OPEN MOVSAL   ' TO WRK-MSGERRO         00045400
                   MOVE '1000'                   TO WRK-SECAO           00045500
                   MOVE WRK-FS-RELSAL            TO WRK-STATUS          00046200
                    PERFORM 9000-TRATAERROS                             00046300
                 END-IF.                                                00046400
                 IF WRK-FS-LANCSAL NOT EQUAL 00                         00046414
                   MOVE 'ERRO NO OPEN LANCSAL  ' TO WRK-MSGERRO         00046428
                   MOVE '1000'                   TO WRK-SECAO           00046442
                   MOVE WRK-FS-LANCSAL           TO WRK-STATUS          00046457
                    PERFORM 9000-TRATAERROS                             00046471
                 END-IF.                                                00046485
                                                                        00046500
       4000-99-FIM.              EXIT.                                  00046600
      *-------------------------------------------------------------*   00046700
               END-IF.                                                  00050000
                                                                        00050100
       4300-99-FIM.              EXIT.                                  00050200
      *-------------------------------------------------------------*   00050207
       4400-TESTARSTATUS-PLANOCTA                   SECTION.            00050215
      *-------------------------------------------------------------*   00050223
               IF WRK-FS-PLANOCTA NOT EQUAL 00                          00050230
                           AND WRK-FS-PLANOCTA NOT EQUAL 10             00050238
                 MOVE 'ERRO NO PLANOCTA      ' TO WRK-MSGERRO           00050246
                 MOVE '1150'                   TO WRK-SECAO             00050253
                 MOVE WRK-FS-PLANOCTA          TO WRK-STATUS            00050261
                  PERFORM 9000-TRATAERROS                               00050269
               END-IF.                                                  00050276
                                                                        00050284
       4400-99-FIM.              EXIT.                                  00050292
      *-------------------------------------------------------------*   00050300
       9000-TRATAERROS                              SECTION.            00050400
      *-------------------------------------------------------------*   00050500
