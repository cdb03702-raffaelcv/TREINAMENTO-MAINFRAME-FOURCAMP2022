      *    O RETORNO USA AS POSICOES DO SEGMENTO A DA REMESSA, COM  *   00002400
      *    O PARECER DO BANCO NAS POSICOES 70 (A=ACEITO R=RECUSADO) *   00002500
      *    E 71-72 (CODIGO DO MOTIVO).                              *   00002600
      *    PAGAMENTO A FORNECEDOR (TIPOMOV 'G'): O NUMERO DO TITULO *   00002616
      *    E A DATA DE PAGAMENTO VEM DO FAVORECIDO DA REMESSA       *   00002633
      *    (POSICOES 122-131 E 132-139) E CADA PARECER DO BANCO     *   00002650
      *    SOBRE ELE E GRAVADO NO PAGCONF, QUE O FR19EX62 USA PARA  *   00002666
      *    BAIXAR (A) OU DEVOLVER (R) O TITULO NO CONTAS A PAGAR.   *   00002683
      *    CREDITO DE SALARIO EM OUTRO BANCO (TIPOMOV 'S', REMESSA  *   00002685
      *    REMSAL DO FR19EX65): TODOS DEBITAM A CONTA DA EMPRESA,   *   00002687
      *    ENTAO O CASAMENTO EXIGE TAMBEM O ID DO FUNCIONARIO NAS   *   00002689
      *    POSICOES 122-131. CADA PAGAMENTO SAI NO CONFSAL PARA O   *   00002691
      *    RH: A = PAGO, R = RECUSADO (COM O MOTIVO), N = SEM       *   00002693
      *    RESPOSTA DO BANCO. NAO HA LANCAMENTO DE CLIENTE A        *   00002695
      *    RETRABALHAR, ENTAO ESSES ITENS NAO VAO PARA O RETRAB.    *   00002697
      *-------------------------------------------------------------*   00002700
      *   ARQUIVOS...:                                              *   00002800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002900
      *    RETORNO              I                  -----------      *   00003100
      *    RELCONC              O                  -----------      *   00003200
      *    RETRAB               O                  -----------      *   00003300
      *    PAGCONF              O                  -----------      *   00003350
      *    CONFSAL              O                  -----------      *   00003375
      *-------------------------------------------------------------*   00003400
      *   MODULOS....:                             INCLUDE/BOOK     *   00003500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003600
                                                                        00005900
            SELECT RETRAB ASSIGN TO RETRAB                              00006000
                 FILE STATUS IS WRK-FS-RETRAB.                          00006100
            SELECT PAGCONF ASSIGN TO PAGCONF                            00006133
                 FILE STATUS IS WRK-FS-PAGCONF.                         00006166
                                                                        00006174
            SELECT CONFSAL ASSIGN TO CONFSAL                            00006183
                 FILE STATUS IS WRK-FS-CONFSAL.                         00006191
                                                                        00006200
      *=============================================================*   00006300
       DATA                                      DIVISION.              00006400
          05 FD-REM-DATA         PIC 9(08).                             00008100
          05 FD-REM-TIPOMOV      PIC X(01).                             00008200
          05 FD-REM-HISTORICO    PIC X(30).                             00008300
          05 FILLER              PIC X(03).                             00008320
          05 FD-REM-FAV-BANCO    PIC X(03).                             00008340
          05 FD-REM-FAV-AGENCIA  PIC X(04).                             00008360
          05 FD-REM-FAV-CONTA    PIC X(12).                             00008380
          05 FD-REM-FAV-NOME     PIC X(30).                             00008400
          05 FD-REM-FAV-TITULO   PIC 9(10).                             00008420
          05 FD-REM-FAV-DATA     PIC 9(08).                             00008440
          05 FD-REM-FAV-VALOR    PIC 9(09)V99.                          00008460
          05 FILLER              PIC X(90).                             00008480
                                                                        00008500
      *-------------------LRECL 240---------------------------------*   00008600
       FD RETORNO                                                       00008700
          05 FD-RET-HISTORICO    PIC X(30).                             00010200
          05 FD-RET-PARECER      PIC X(01).                             00010300
          05 FD-RET-MOTIVO-COD   PIC X(02).                             00010400
          05 FILLER              PIC X(49).                             00010450
          05 FD-RET-FAV-TITULO   PIC 9(10).                             00010500
          05 FILLER              PIC X(109).                            00010550
                                                                        00010600
      *-------------------LRECL 80----------------------------------*   00010700
       FD RELCONC                                                       00010800
          05 FD-RTB-VLRMOVIMENTO     PIC 9(08).                         00012000
          05 FD-RTB-MOTIVO           PIC X(30).                         00012100
          05 FD-RTB-TIPOMOV          PIC X(01).                         00012110
      *-------------------LRECL 40----------------------------------*   00012114
       FD PAGCONF                                                       00012118
           RECORDING MODE IS F.                                         00012122
       01 FD-PAGCONF.                                                   00012126
          05 FD-PGC-TITULO          PIC 9(10).                          00012130
          05 FD-PGC-DATA-PAGTO      PIC 9(08).                          00012133
          05 FD-PGC-VALOR           PIC 9(08).                          00012137
          05 FD-PGC-PARECER         PIC X(01).                          00012141
          05 FD-PGC-MOTIVO          PIC X(02).                          00012145
          05 FILLER                 PIC X(11).                          00012149
                                                                        00012153
      *-------------------LRECL 80----------------------------------*   00012157
       FD CONFSAL                                                       00012161
           RECORDING MODE IS F.                                         00012165
       01 FD-CONFSAL.                                                   00012169
          05 FD-CFS-IDFUNC          PIC 9(05).                          00012173
          05 FD-CFS-NOME            PIC X(30).                          00012177
          05 FD-CFS-DATA-PAGTO      PIC 9(08).                          00012180
          05 FD-CFS-VALOR           PIC 9(08)V99.                       00012184
          05 FD-CFS-PARECER         PIC X(01).                          00012188
          05 FD-CFS-MOTIVO          PIC X(02).                          00012192
          05 FILLER                 PIC X(24).                          00012196
                                                                        00012200
      *=============================================================*   00012300
       WORKING-STORAGE                             SECTION.             00012400
       77 WRK-FS-RETORNO  PIC 9(02).                                    00013700
       77 WRK-FS-RELCONC  PIC 9(02).                                    00013800
       77 WRK-FS-RETRAB   PIC 9(02).                                    00013900
       77 WRK-FS-PAGCONF  PIC 9(02).                                    00013950
       77 WRK-FS-CONFSAL  PIC 9(02).                                    00013975
                                                                        00014000
       77 WRK-SW-FIM      PIC X(01) VALUE 'N'.                          00014100
           88 WRK-FIM-ARQUIVO       VALUE 'S'.                          00014200
             10 WRK-ENV-DATA       PIC 9(08).                           00015700
             10 WRK-ENV-SITUACAO   PIC X(01).                           00015800
             10 WRK-ENV-TIPO       PIC X(01).                           00015810
             10 WRK-ENV-TITULO     PIC 9(10).                           00015840
             10 WRK-ENV-DATA-PAGTO PIC 9(08).                           00015870
             10 WRK-ENV-NOME       PIC X(30).                           00015880
             10 WRK-ENV-LIQUIDO    PIC 9(09)V99.                        00015890
                                                                        00015900
       01 FILLER          PIC X(64) VALUE                               00016000
           '-----------CONTADORES---------------------------'.          00016100
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROES.                     00016500
       77 WRK-QTD-NAOENVIADO PIC 9(05) VALUE ZEROES.                    00016600
       77 WRK-QTD-SEMRESP  PIC 9(05) VALUE ZEROES.                      00016700
       77 WRK-QTD-PAGCONF  PIC 9(05) VALUE ZEROES.                      00016750
       77 WRK-QTD-CONFSAL  PIC 9(05) VALUE ZEROES.                      00016766
       77 WRK-MOTIVO-CONF  PIC X(02) VALUE SPACES.                      00016783
                                                                        00016800
       01 FILLER          PIC X(64) VALUE                               00016900
           '-----------LINHAS DO RELATORIO------------------'.          00017000
       1000-INICIAR                             SECTION.                00021500
      *-------------------------------------------------------------*   00021600
             OPEN INPUT  REMESSA RETORNO                                00021700
                  OUTPUT RELCONC RETRAB PAGCONF CONFSAL.                00021800
                                                                        00021900
               PERFORM 4000-TESTARSTATUS.                               00022000
                                                                        00022100
                          WRK-ENV-SITUACAO (WRK-QTD-ENVIADOS)           00024800
                     MOVE FD-REM-TIPOMOV TO                             00024810
                          WRK-ENV-TIPO (WRK-QTD-ENVIADOS)               00024820
                     MOVE ZEROES TO                                     00024823
                          WRK-ENV-TITULO (WRK-QTD-ENVIADOS)             00024826
                          WRK-ENV-DATA-PAGTO (WRK-QTD-ENVIADOS)         00024829
                          WRK-ENV-LIQUIDO (WRK-QTD-ENVIADOS)            00024832
                     MOVE SPACES TO                                     00024835
                          WRK-ENV-NOME (WRK-QTD-ENVIADOS)               00024838
                     IF FD-REM-TIPOMOV EQUAL 'G'                        00024841
                        AND FD-REM-FAV-TITULO IS NUMERIC                00024844
                        AND FD-REM-FAV-DATA IS NUMERIC                  00024847
                        MOVE FD-REM-FAV-TITULO TO                       00024850
                             WRK-ENV-TITULO (WRK-QTD-ENVIADOS)          00024853
                        MOVE FD-REM-FAV-DATA TO                         00024856
                             WRK-ENV-DATA-PAGTO (WRK-QTD-ENVIADOS)      00024859
                     END-IF                                             00024861
                     IF FD-REM-TIPOMOV EQUAL 'S'                        00024864
                        AND FD-REM-FAV-TITULO IS NUMERIC                00024867
                        AND FD-REM-FAV-DATA IS NUMERIC                  00024870
                        MOVE FD-REM-FAV-TITULO TO                       00024873
                             WRK-ENV-TITULO (WRK-QTD-ENVIADOS)          00024876
                        MOVE FD-REM-FAV-DATA TO                         00024879
                             WRK-ENV-DATA-PAGTO (WRK-QTD-ENVIADOS)      00024882
                        MOVE FD-REM-FAV-NOME TO                         00024885
                             WRK-ENV-NOME (WRK-QTD-ENVIADOS)            00024888
                        MOVE FD-REM-FAV-VALOR TO                        00024891
                             WRK-ENV-LIQUIDO (WRK-QTD-ENVIADOS)         00024894
                     END-IF                                             00024897
                  ELSE                                                  00024900
                     DISPLAY ' TABELA DE ENVIADOS ESGOTADA (2000) '     00025000
                  END-IF                                                00025100
      *-------------------------------------------------------------*   00028900
      *   CASA POR AGENCIA+CONTA+VALOR+DATA, SO COM ITEM AINDA SEM *    00029000
      *   RESPOSTA (EVITA QUE UM RETORNO DUPLICADO CASE DUAS       *    00029100
      *   VEZES COM O MESMO ENVIO). CREDITO DE SALARIO CASA TAMBEM *    00029166
      *   PELO ID DO FUNCIONARIO.                                  *    00029233
      *-------------------------------------------------------------*   00029300
            IF WRK-ENV-AGENCIA (WRK-SUB-ENVIADOS) EQUAL                 00029400
                               FD-RET-AGENCIA                           00029500
               AND WRK-ENV-DATA (WRK-SUB-ENVIADOS) EQUAL                00030000
                               FD-RET-DATA                              00030100
               AND WRK-ENV-SITUACAO (WRK-SUB-ENVIADOS) EQUAL ' '        00030200
               AND (WRK-ENV-TIPO (WRK-SUB-ENVIADOS) NOT EQUAL 'S'       00030225
                    OR WRK-ENV-TITULO (WRK-SUB-ENVIADOS) EQUAL          00030250
                               FD-RET-FAV-TITULO)                       00030275
               MOVE WRK-SUB-ENVIADOS TO WRK-IDX-ENVIADO                 00030300
               MOVE 'S' TO WRK-SW-ACHOU                                 00030400
            END-IF.                                                     00030500
                      FD-RET-MOTIVO-COD                                 00032300
                      DELIMITED BY SIZE INTO WRK-REL-SITUACAO           00032400
               WRITE FD-RELCONC FROM WRK-LINHA-ITEM                     00032500
               IF WRK-ENV-TIPO (WRK-IDX-ENVIADO) NOT EQUAL 'S'          00032508
                  PERFORM 2400-GRAVAR-RETRABALHO                        00032517
               END-IF                                                   00032525
            END-IF.                                                     00032534
            IF WRK-ENV-TIPO (WRK-IDX-ENVIADO) EQUAL 'S'                 00032542
               MOVE SPACES TO WRK-MOTIVO-CONF                           00032551
               IF FD-RET-PARECER NOT EQUAL 'A'                          00032559
                  MOVE FD-RET-MOTIVO-COD TO WRK-MOTIVO-CONF             00032568
               END-IF                                                   00032576
               PERFORM 2260-GRAVAR-CONFSAL                              00032585
            ELSE                                                        00032593
               IF WRK-ENV-TITULO (WRK-IDX-ENVIADO) GREATER ZEROES       00032602
                  PERFORM 2250-GRAVAR-PAGCONF                           00032610
               END-IF                                                   00032619
            END-IF.                                                     00032627
                                                                        00032636
       2200-99-FIM.              EXIT.                                  00032644
      *-------------------------------------------------------------*   00032653
       2250-GRAVAR-PAGCONF                      SECTION.                00032661
      *-------------------------------------------------------------*   00032669
      *   PARECER DO BANCO SOBRE PAGAMENTO A FORNECEDOR, PARA A    *    00032678
      *   BAIXA DO TITULO NO CONTAS A PAGAR (FR19EX62).            *    00032686
      *-------------------------------------------------------------*   00032695
            MOVE SPACES TO FD-PAGCONF.                                  00032703
            MOVE WRK-ENV-TITULO (WRK-IDX-ENVIADO) TO FD-PGC-TITULO.     00032712
            MOVE WRK-ENV-DATA-PAGTO (WRK-IDX-ENVIADO)                   00032720
                 TO FD-PGC-DATA-PAGTO.                                  00032729
            MOVE FD-RET-VALOR TO FD-PGC-VALOR.                          00032737
            MOVE WRK-ENV-SITUACAO (WRK-IDX-ENVIADO) TO FD-PGC-PARECER.  00032746
            IF FD-PGC-PARECER EQUAL 'R'                                 00032754
               MOVE FD-RET-MOTIVO-COD TO FD-PGC-MOTIVO                  00032763
            END-IF.                                                     00032771
            WRITE FD-PAGCONF.                                           00032780
            ADD 1 TO WRK-QTD-PAGCONF.                                   00032788
                                                                        00032797
       2250-99-FIM.              EXIT.                                  00032805
      *-------------------------------------------------------------*   00032814
       2260-GRAVAR-CONFSAL                      SECTION.                00032822
      *-------------------------------------------------------------*   00032831
      *   SITUACAO DO CREDITO DE SALARIO EM OUTRO BANCO, PARA O RH  *   00032839
      *   SABER QUEM NAO RECEBEU (R RECUSADO, N SEM RESPOSTA).      *   00032847
      *-------------------------------------------------------------*   00032856
            MOVE SPACES TO FD-CONFSAL.                                  00032864
            MOVE WRK-ENV-TITULO (WRK-IDX-ENVIADO) TO FD-CFS-IDFUNC.     00032873
            MOVE WRK-ENV-NOME (WRK-IDX-ENVIADO)   TO FD-CFS-NOME.       00032881
            MOVE WRK-ENV-DATA-PAGTO (WRK-IDX-ENVIADO)                   00032890
                 TO FD-CFS-DATA-PAGTO.                                  00032898
            MOVE WRK-ENV-LIQUIDO (WRK-IDX-ENVIADO) TO FD-CFS-VALOR.     00032907
            IF WRK-ENV-SITUACAO (WRK-IDX-ENVIADO) EQUAL ' '             00032915
               MOVE 'N' TO FD-CFS-PARECER                               00032924
            ELSE                                                        00032932
               MOVE WRK-ENV-SITUACAO (WRK-IDX-ENVIADO) TO FD-CFS-PARECER00032941
            END-IF.                                                     00032949
            MOVE WRK-MOTIVO-CONF TO FD-CFS-MOTIVO.                      00032958
            WRITE FD-CONFSAL.                                           00032966
            ADD 1 TO WRK-QTD-CONFSAL.                                   00032975
                                                                        00032983
       2260-99-FIM.              EXIT.                                  00032992
      *-------------------------------------------------------------*   00033000
       2300-RETORNO-NAO-ENVIADO                 SECTION.                00033100
      *-------------------------------------------------------------*   00033200
               MOVE 'ENVIADO SEM RESPOSTA DO BANCO         '            00038100
                    TO WRK-REL-SITUACAO                                 00038200
               WRITE FD-RELCONC FROM WRK-LINHA-ITEM                     00038300
               IF WRK-ENV-TIPO (WRK-SUB-ENVIADOS) EQUAL 'S'             00038316
                  MOVE WRK-SUB-ENVIADOS TO WRK-IDX-ENVIADO              00038333
                  MOVE SPACES TO WRK-MOTIVO-CONF                        00038350
                  PERFORM 2260-GRAVAR-CONFSAL                           00038366
               ELSE                                                     00038383
                  MOVE WRK-ENV-AGENCIA (WRK-SUB-ENVIADOS)               00038400
                       TO FD-RTB-AGENCIA                                00038500
                  MOVE WRK-ENV-CONTA (WRK-SUB-ENVIADOS)                 00038600
                       TO FD-RTB-CONTA                                  00038700
                  MOVE SPACES TO FD-RTB-NOME                            00038800
                  MOVE ZEROES TO FD-RTB-SALDO                           00038900
                  MOVE WRK-ENV-VALOR (WRK-SUB-ENVIADOS)                 00039000
                       TO FD-RTB-VLRMOVIMENTO                           00039100
                  MOVE 'ENVIADO SEM RESPOSTA DO BANCO '                 00039200
                       TO FD-RTB-MOTIVO                                 00039300
                  MOVE WRK-ENV-TIPO (WRK-SUB-ENVIADOS)                  00039310
                       TO FD-RTB-TIPOMOV                                00039320
                  WRITE FD-RETRAB                                       00039400
               END-IF                                                   00039450
            END-IF.                                                     00039500
            ADD 1 TO WRK-SUB-ENVIADOS.                                  00039600
                                                                        00039700
       3000-FINALIZAR                           SECTION.                00040000
      *-------------------------------------------------------------*   00040100
             WRITE FD-RELCONC FROM WRK-LINHA-TRACO.                     00040200
             CLOSE REMESSA RETORNO RELCONC RETRAB PAGCONF CONFSAL.      00040300
               PERFORM 4000-TESTARSTATUS.                               00040400
               DISPLAY ' -----FIM DO PROGRAMA----- '.                   00040500
               DISPLAY ' ITENS ENVIADOS.........' WRK-QTD-ENVIADOS.     00040600
               DISPLAY ' RECUSADOS PELO BANCO...' WRK-QTD-RECUSADOS.    00040900
               DISPLAY ' SEM RESPOSTA...........' WRK-QTD-SEMRESP.      00041000
               DISPLAY ' NUNCA ENVIADOS.........' WRK-QTD-NAOENVIADO.   00041100
               DISPLAY ' PARECERES NO PAGCONF...' WRK-QTD-PAGCONF.      00041150
               DISPLAY ' SALARIOS NO CONFSAL....' WRK-QTD-CONFSAL.      00041175
                                                                        00041200
       3000-99-FIM.              EXIT.                                  00041300
      *-------------------------------------------------------------*   00041400
                 MOVE WRK-FS-RETRAB            TO WRK-STATUS            00044000
                  PERFORM 9000-TRATAERROS                               00044100
               END-IF.                                                  00044200
               IF WRK-FS-PAGCONF NOT EQUAL 00                           00044214
                 MOVE 'ERRO NO OPEN PAGCONF  ' TO WRK-MSGERRO           00044228
                 MOVE '1000'                   TO WRK-SECAO             00044242
                 MOVE WRK-FS-PAGCONF           TO WRK-STATUS            00044257
                  PERFORM 9000-TRATAERROS                               00044271
               END-IF.                                                  00044285
               IF WRK-FS-CONFSAL NOT EQUAL 00                           00044287
                 MOVE 'ERRO NO OPEN CONFSAL  ' TO WRK-MSGERRO           00044289
                 MOVE '1000'                   TO WRK-SECAO             00044291
                 MOVE WRK-FS-CONFSAL           TO WRK-STATUS            00044293
                  PERFORM 9000-TRATAERROS                               00044295
               END-IF.                                                  00044297
                                                                        00044300
       4000-99-FIM.              EXIT.                                  00044400
      *-------------------------------------------------------------*   00044500
