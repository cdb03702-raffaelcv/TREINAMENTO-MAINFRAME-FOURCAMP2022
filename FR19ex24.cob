      *   OBJETIVO: MANUTENCAO DO REGISTRO DE CHEQUES (CHEQREG) E   *   00001200
      *    DA LISTA DE SUSTACOES. CASA O MASTER ATUAL (UM REGISTRO  *   00001300
      *    POR CHEQUE: AGENCIA + CONTA + NUMERO, STATUS E =         *   00001400
      *    EMITIDO, P = PAGO, S = SUSTADO, D = DEVOLVIDO,           *   00001453
      *    C = CANCELADO) COM O                                     *   00001506
      *    ARQUIVO DE TRANSACOES (TRANSCHQ), AMBOS CLASSIFICADOS    *   00001560
      *    POR AGENCIA + CONTA + NUMERO INICIAL, E GRAVA O MASTER   *   00001640
      *    NOVO (CHQNOVO). OPERACOES:                               *   00001720
      *     EMITE     - EXPLODE A FAIXA (NUMERO INICIAL ATE FINAL)  *   00001800
      *                 EM REGISTROS STATUS E (REJEITA FAIXA QUE    *   00001880
      *                 SOBREPOE CHEQUE JA REGISTRADO E EMITENTE    *   00001960
      *                 IMPEDIDO NO CCF - CPF/CNPJ DA CONTA NO      *   00002040
      *                 CLIENTES COM SITUACAO A NO CCFREG)          *   00002120
      *     SUSTA     - MARCA O CHEQUE (OU A FAIXA) COM STATUS S    *   00002200
      *                 E O MOTIVO; CHEQUE JA PAGO NAO SUSTA        *   00002300
      *     LIBERA    - DESFAZ A SUSTACAO (VOLTA PARA E)            *   00002400
      *     CANCELA   - INUTILIZA O CHEQUE NAO USADO (STATUS C E O  *   00002425
      *                 MOTIVO); CHEQUE PAGO/DEVOLVIDO NAO CANCELA. *   00002450
      *                 GERADO PELO ENCERRAMENTO DE CONTA FR19EX52  *   00002475
      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELCHQM.    *   00002500
      *    O STATUS P E GRAVADO SOMENTE PELO CASADOR DE CHEQUES     *   00002600
      *    FR19EX25, NUNCA POR AQUI; O STATUS D (DEVOLVIDO SEM      *   00002666
      *    FUNDOS) E O CCFREG SAO MANTIDOS PELO FR19EX50.           *   00002733
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002741
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). CADA TRANSACAO     *   00002749
      *    LIDA PASSA PELO MODULO AUTORIZA, QUE CONFERE SE O PERFIL *   00002758
      *    DELE PODE FAZER A OPERACAO NO FR19EX24; SEM PERMISSAO,   *   00002766
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002774
      *    RECUSADA (NAO TOCA O MASTER) E SAI NO RELCHQM COM O NOME *   00002783
      *    DO OPERADOR.                                             *   00002791
      *-------------------------------------------------------------*   00002800
      *   ARQUIVOS...:                                              *   00002900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003000
      *    CHEQREG              I                  -----------      *   00003100
      *    TRANSCHQ             I                  -----------      *   00003200
      *    CLIENTES             I                  -----------      *   00003233
      *    CCFREG               I                  -----------      *   00003266
      *    CHQNOVO              O                  -----------      *   00003300
      *    RELCHQM              O                  -----------      *   00003400
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003425
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003450
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003475
      *-------------------------------------------------------------*   00003500
      *   MODULOS....:                             INCLUDE/BOOK     *   00003600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003700
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003750
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
            SELECT TRANSCHQ ASSIGN TO TRANSCHQ                          00005500
                 FILE STATUS IS WRK-FS-TRANSCHQ.                        00005600
                                                                        00005700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00005714
                 FILE STATUS IS WRK-FS-CLIENTES.                        00005728
                                                                        00005742
            SELECT CCFREG ASSIGN TO CCFREG                              00005757
                 FILE STATUS IS WRK-FS-CCFREG.                          00005771
                                                                        00005785
            SELECT CHQNOVO ASSIGN TO CHQNOVO                            00005800
                 FILE STATUS IS WRK-FS-CHQNOVO.                         00005900
                                                                        00006000
          05 FD-TRQ-NUMFIM         PIC 9(06).                           00009300
          05 FD-TRQ-MOTIVO         PIC X(20).                           00009400
                                                                        00009500
      *-------------------LRECL 89----------------------------------*   00009503
       FD CLIENTES                                                      00009506
           RECORDING MODE IS F                                          00009509
           LABEL RECORD IS STANDARD                                     00009512
           BLOCK CONTAINS 0 RECORDS.                                    00009515
       01 FD-CLIENTES.                                                  00009518
          05 FD-CHAVE.                                                  00009521
             10 FD-AGENCIA      PIC X(04).                              00009524
             10 FD-CONTA        PIC X(04).                              00009527
          05 FD-NOME            PIC X(30).                              00009530
          05 FD-SALDO           PIC S9(08).                             00009533
          05 FD-STATUS          PIC X(01).                              00009536
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00009539
          05 FD-LIMITE          PIC 9(08).                              00009542
          05 FD-DOCUMENTO       PIC 9(14).                              00009545
                                                                        00009548
      *-------------------LRECL 80----------------------------------*   00009551
       FD CCFREG                                                        00009554
           RECORDING MODE IS F                                          00009557
           LABEL RECORD IS STANDARD                                     00009560
           BLOCK CONTAINS 0 RECORDS.                                    00009563
       01 FD-CCFREG.                                                    00009566
          05 FD-CCF-DOCUMENTO      PIC 9(14).                           00009569
          05 FD-CCF-NOME           PIC X(30).                           00009572
          05 FD-CCF-QTD-DEVOL      PIC 9(03).                           00009575
          05 FD-CCF-DATA-INCL      PIC 9(08).                           00009578
          05 FD-CCF-DATA-ULT       PIC 9(08).                           00009581
          05 FD-CCF-SITUACAO       PIC X(01).                           00009584
             88 FD-CCF-IMPEDIDO          VALUE 'A'.                     00009587
             88 FD-CCF-REGULARIZADO      VALUE 'R'.                     00009590
          05 FD-CCF-DATA-REG       PIC 9(08).                           00009593
          05 FILLER                PIC X(08).                           00009596
      *-------------------LRECL 43----------------------------------*   00009600
       FD CHQNOVO                                                       00009700
           RECORDING MODE IS F.                                         00009800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00011200
       COPY '#GLOG'.                                                    00011300
      *-------------------------------------------------------------*   00011400
                                                                        00011414
       01 FILLER          PIC X(64) VALUE                               00011428
           '-----------BOOK AUTORIZA------------------------'.          00011442
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00011457
       COPY '#GAUT'.                                                    00011471
      *-------------------------------------------------------------*   00011485
                                                                        00011500
       01 FILLER          PIC X(64) VALUE                               00011600
           '-----------VARIAVEIS DE STATUS------------------'.          00011700
                                                                        00011800
       77 WRK-FS-CHEQREG  PIC 9(02).                                    00011900
       77 WRK-FS-TRANSCHQ PIC 9(02).                                    00012000
       77 WRK-FS-CLIENTES PIC 9(02).                                    00012033
       77 WRK-FS-CCFREG   PIC 9(02).                                    00012066
       77 WRK-FS-CHQNOVO  PIC 9(02).                                    00012100
       77 WRK-FS-RELCHQM  PIC 9(02).                                    00012200
                                                                        00012300
       01 FILLER          PIC X(64) VALUE                               00012305
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00012310
                                                                        00012315
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00012320
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00012325
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00012330
       01 WRK-TAB-CONTAS.                                               00012335
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00012340
             10 WRK-CTA-CHAVE       PIC X(08).                          00012345
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00012350
                                                                        00012355
       01 FILLER          PIC X(64) VALUE                               00012360
           '-----------EMITENTES IMPEDIDOS NO CCF-----------'.          00012365
                                                                        00012370
       77 WRK-QTD-CCF     PIC 9(04) VALUE ZEROES.                       00012375
       77 WRK-SUB-CCF     PIC 9(04) VALUE ZEROES.                       00012380
       77 WRK-IDX-CCF     PIC 9(04) VALUE ZEROES.                       00012385
       01 WRK-TAB-CCF.                                                  00012390
          05 WRK-CCF-DOCUMENTO OCCURS 5000 TIMES PIC 9(14).             00012395
       01 FILLER          PIC X(64) VALUE                               00012400
           '-----------CONTADORES E CONTROLES---------------'.          00012500
                                                                        00012600
       77 WRK-QTD-EMITE   PIC 9(05) VALUE ZEROES.                       00013000
       77 WRK-QTD-SUSTA   PIC 9(05) VALUE ZEROES.                       00013100
       77 WRK-QTD-LIBERA  PIC 9(05) VALUE ZEROES.                       00013200
       77 WRK-QTD-CANCEL  PIC 9(05) VALUE ZEROES.                       00013250
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00013300
       77 WRK-QTD-CCF-REC PIC 9(05) VALUE ZEROES.                       00013350
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00013375
                                                                        00013400
       77 WRK-SW-FIM-CHQ  PIC X(01) VALUE 'N'.                          00013500
           88 WRK-FIM-CHEQREG       VALUE 'S'.                          00013600
       77 WRK-SW-FIM-TRQ  PIC X(01) VALUE 'N'.                          00013700
           88 WRK-FIM-TRANSCHQ      VALUE 'S'.                          00013800
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00013820
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00013840
       77 WRK-SW-FIM-CCF  PIC X(01) VALUE 'N'.                          00013860
           88 WRK-FIM-CCFREG        VALUE 'S'.                          00013880
       77 WRK-NUM-GERACAO PIC 9(06) VALUE ZEROES.                       00013900
       77 WRK-SW-FAIXA    PIC X(01) VALUE 'N'.                          00014000
           88 WRK-FAIXA-TOCOU       VALUE 'S'.                          00014100
          05 FILLER              PIC X(02) VALUE SPACES.                00017600
          05 WRK-AUD-RESULTADO   PIC X(27).                             00017700
          05 FILLER              PIC X(17) VALUE SPACES.                00017800
                                                                        00017806
       01 WRK-OPERCARD.                                                 00017813
          05 FILLER              PIC X(10).                             00017820
          05 WRK-OPERADOR-AC     PIC X(08).                             00017826
                                                                        00017833
       01 WRK-LINHA-NEGADO.                                             00017840
          05 FILLER              PIC X(10) VALUE SPACES.                00017846
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00017853
          05 WRK-NEG-OPERADOR    PIC X(08).                             00017860
          05 FILLER              PIC X(03) VALUE ' - '.                 00017866
          05 WRK-NEG-NOME        PIC X(30).                             00017873
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00017880
          05 WRK-NEG-PERFIL      PIC X(08).                             00017886
          05 FILLER              PIC X(03) VALUE SPACES.                00017893
                                                                        00017900
      *=============================================================*   00018000
       PROCEDURE DIVISION.                                              00018100
      *-------------------------------------------------------------*   00018600
                                                                        00018700
            PERFORM  1000-INICIAR.                                      00018800
            PERFORM  1300-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00018833
            PERFORM  1400-CARREGAR-CCF UNTIL WRK-FIM-CCFREG.            00018866
                                                                        00018900
            PERFORM  1100-LER-CHEQREG.                                  00019000
            PERFORM  1200-LER-TRANSCHQ.                                 00019100
      *-------------------------------------------------------------*   00020100
       1000-INICIAR                             SECTION.                00020200
      *-------------------------------------------------------------*   00020300
             OPEN INPUT  CHEQREG TRANSCHQ CLIENTES CCFREG               00020400
                  OUTPUT CHQNOVO RELCHQM.                               00020500
                                                                        00020600
               PERFORM 4000-TESTARSTATUS.                               00020700
               WRITE FD-RELCHQM FROM WRK-LINHA-TRACO.                   00021100
               WRITE FD-RELCHQM FROM WRK-LINHA-TITULO.                  00021200
               WRITE FD-RELCHQM FROM WRK-LINHA-TRACO.                   00021300
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00021350
                                                                        00021400
       1000-99-FIM.              EXIT.                                  00021500
      *-------------------------------------------------------------*   00021600
      *-------------------------------------------------------------*   00023000
       1200-LER-TRANSCHQ                        SECTION.                00023100
      *-------------------------------------------------------------*   00023200
      *----TRANSACAO NAO AUTORIZADA FICA NO RELATORIO E-------------*   00023245
      *----NAO ENTRA NO CASAMENTO COM O MASTER----------------------*   00023291
                 PERFORM 1210-LER-REG-TRANSCHQ.                         00023337
                 PERFORM 1210-LER-REG-TRANSCHQ                          00023383
                         UNTIL WRK-AUT-AUTORIZADO                       00023429
                            OR WRK-FIM-TRANSCHQ.                        00023475
                                                                        00023521
       1200-99-FIM.              EXIT.                                  00023567
      *-------------------------------------------------------------*   00023613
       1210-LER-REG-TRANSCHQ                    SECTION.                00023659
      *-------------------------------------------------------------*   00023705
                 READ TRANSCHQ                                          00023751
                   AT END                                               00023796
                     MOVE HIGH-VALUES TO FD-TRQ-CHAVE                   00023842
                     MOVE 'S' TO WRK-SW-FIM-TRQ                         00023888
                 END-READ.                                              00023934
                 PERFORM 4200-TESTARSTATUS-TRANSCHQ.                    00023980
                 IF WRK-FS-TRANSCHQ EQUAL 00                            00024026
                    ADD 1 TO WRK-REGTRANS                               00024072
                    PERFORM 2050-VERIFICAR-AUTORIZACAO                  00024118
                 END-IF.                                                00024164
                                                                        00024210
       1210-99-FIM.              EXIT.                                  00024256
      *-------------------------------------------------------------*   00024302
       1300-CARREGAR-CLIENTES                   SECTION.                00024304
      *-------------------------------------------------------------*   00024306
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00024308
             READ CLIENTES                                              00024310
               AT END                                                   00024312
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00024314
             END-READ.                                                  00024316
             PERFORM 4300-TESTARSTATUS-CLIENTES.                        00024318
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00024320
                GO TO 1300-99-FIM.                                      00024322
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00024324
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00024326
                GO TO 1300-99-FIM.                                      00024328
                                                                        00024330
             IF WRK-QTD-CONTAS NOT LESS 2000                            00024332
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00024334
                MOVE '1300' TO WRK-SECAO                                00024336
                PERFORM 9100-ERRO-CONTROLE                              00024338
             END-IF.                                                    00024340
             ADD 1 TO WRK-QTD-CONTAS.                                   00024342
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00024344
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00024346
       1300-99-FIM.              EXIT.                                  00024348
      *-------------------------------------------------------------*   00024351
       1400-CARREGAR-CCF                        SECTION.                00024353
      *-------------------------------------------------------------*   00024355
      *----SO INTERESSA O EMITENTE AINDA IMPEDIDO (SITUACAO A)------*   00024357
             READ CCFREG                                                00024359
               AT END                                                   00024361
                 MOVE 'S' TO WRK-SW-FIM-CCF                             00024363
             END-READ.                                                  00024365
             PERFORM 4400-TESTARSTATUS-CCFREG.                          00024367
             IF WRK-FS-CCFREG NOT EQUAL 00                              00024369
                GO TO 1400-99-FIM.                                      00024371
             IF FD-CCFREG (1:9) EQUAL 'CABECALHO'                       00024373
                OR FD-CCFREG (1:6) EQUAL 'RODAPE'                       00024375
                OR NOT FD-CCF-IMPEDIDO                                  00024377
                GO TO 1400-99-FIM.                                      00024379
                                                                        00024381
             IF WRK-QTD-CCF NOT LESS 5000                               00024383
                MOVE 'TABELA DO CCF ESGOTADA       ' TO WRK-MSGERRO     00024385
                MOVE '1400' TO WRK-SECAO                                00024387
                PERFORM 9100-ERRO-CONTROLE                              00024389
             END-IF.                                                    00024391
             ADD 1 TO WRK-QTD-CCF.                                      00024393
             MOVE FD-CCF-DOCUMENTO TO WRK-CCF-DOCUMENTO (WRK-QTD-CCF).  00024395
       1400-99-FIM.              EXIT.                                  00024397
      *-------------------------------------------------------------*   00024400
       2000-PROCESSAR                           SECTION.                00024500
      *-------------------------------------------------------------*   00024600
            END-EVALUATE.                                               00027000
                                                                        00027100
       2000-99-FIM.              EXIT.                                  00027200
      *-------------------------------------------------------------*   00027203
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00027206
      *-------------------------------------------------------------*   00027209
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00027212
      *   DA TRANSACAO NO FR19EX24 (MODULO AUTORIZA). SEM ELA, OU   *   00027215
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO INTEIRA    *   00027218
      *   (A FAIXA TODA) E RECUSADA E O RELCHQM MOSTRA QUEM A       *   00027221
      *   DIGITOU.                                                  *   00027225
      *-------------------------------------------------------------*   00027228
            MOVE 'FR19EX24'      TO WRK-AUT-PROGRAMA.                   00027231
            MOVE FD-TRQ-OPERACAO TO WRK-AUT-OPERACAO.                   00027234
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00027237
            MOVE FD-TRQ-CHAVE    TO WRK-AUT-CHAVE.                      00027240
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00027243
            IF NOT WRK-AUT-AUTORIZADO                                   00027246
               IF WRK-AUT-NEGADO                                        00027250
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00027253
                       TO WRK-AUD-RESULTADO                             00027256
               ELSE                                                     00027259
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00027262
                       TO WRK-AUD-RESULTADO                             00027265
               END-IF                                                   00027268
               ADD 1 TO WRK-QTD-RECUSA                                  00027271
                        WRK-QTD-NEGADA                                  00027275
               PERFORM 2900-LISTAR-AUDITORIA                            00027278
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00027281
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00027284
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00027287
               WRITE FD-RELCHQM FROM WRK-LINHA-NEGADO                   00027290
            END-IF.                                                     00027293
       2050-99-FIM.              EXIT.                                  00027296
      *-------------------------------------------------------------*   00027300
       2100-GRAVAR-MASTER                       SECTION.                00027400
      *-------------------------------------------------------------*   00027500
                   ADD 1 TO WRK-QTD-RECUSA                              00031500
                END-IF                                                  00031600
                PERFORM 2900-LISTAR-AUDITORIA                           00031700
              WHEN FD-TRQ-OPERACAO EQUAL 'CANCELA '                     00031707
                IF FD-CHQ-STATUS EQUAL 'P' OR 'D'                       00031714
                   MOVE 'CHEQUE JA PAGO/DEVOLVIDO   '                   00031721
                        TO WRK-AUD-RESULTADO                            00031728
                   ADD 1 TO WRK-QTD-RECUSA                              00031735
                ELSE                                                    00031742
                   MOVE 'C' TO FD-CHQ-STATUS                            00031750
                   MOVE FD-TRQ-MOTIVO TO FD-CHQ-MOTIVO                  00031757
                   MOVE 'CHEQUE CANCELADO           '                   00031764
                        TO WRK-AUD-RESULTADO                            00031771
                   ADD 1 TO WRK-QTD-CANCEL                              00031778
                END-IF                                                  00031785
                PERFORM 2900-LISTAR-AUDITORIA                           00031792
              WHEN OTHER                                                00031800
                MOVE 'OPERACAO INVALIDA          '                      00031900
                     TO WRK-AUD-RESULTADO                               00032000
      *   CHEQUES DO MASTER JA FOI AUDITADA CHEQUE A CHEQUE (E A   *    00033100
      *   EMISSAO SOBREPOSTA JA FOI RECUSADA); SO A TRANSACAO QUE  *    00033200
      *   NAO TOCOU NADA E TRATADA AQUI - EMISSAO EXPLODE A FAIXA, *    00033300
      *   O RESTO NAO TEM CHEQUE PARA APLICAR. EMITENTE IMPEDIDO   *    00033331
      *   NO CCF NAO RECEBE TALAO ATE SER REGULARIZADO.            *    00033363
      *-------------------------------------------------------------*   00033394
            MOVE ZEROES TO WRK-IDX-CCF.                                 00033426
            IF FD-TRQ-OPERACAO EQUAL 'EMITE   '                         00033457
               AND NOT WRK-FAIXA-TOCOU                                  00033489
               PERFORM 2500-CONSULTAR-CCF                               00033521
            END-IF.                                                     00033552
            EVALUATE TRUE                                               00033584
              WHEN WRK-FAIXA-TOCOU                                      00033615
                CONTINUE                                                00033647
              WHEN FD-TRQ-OPERACAO EQUAL 'EMITE   '                     00033678
                   AND WRK-IDX-CCF GREATER ZEROES                       00033710
                MOVE 'EMITENTE NO CCF - RECUSADA '                      00033742
                     TO WRK-AUD-RESULTADO                               00033773
                ADD 1 TO WRK-QTD-RECUSA                                 00033805
                ADD 1 TO WRK-QTD-CCF-REC                                00033836
                PERFORM 2900-LISTAR-AUDITORIA                           00033868
              WHEN FD-TRQ-OPERACAO EQUAL 'EMITE   '                     00033900
                IF FD-TRQ-NUMFIM LESS FD-TRQ-NUMINI                     00034000
                   MOVE 'FAIXA INVALIDA - RECUSADA  '                   00034100
            ADD 1 TO WRK-REGNOVO.                                       00037800
            ADD 1 TO WRK-NUM-GERACAO.                                   00037900
       2410-99-FIM.              EXIT.                                  00038000
      *-------------------------------------------------------------*   00038002
       2500-CONSULTAR-CCF                       SECTION.                00038005
      *-------------------------------------------------------------*   00038007
      *   CPF/CNPJ DO TITULAR DA CONTA NA LISTA DE IMPEDIDOS; CONTA *   00038010
      *   FORA DO CLIENTES NAO TEM DOCUMENTO PARA CONSULTAR.        *   00038013
      *-------------------------------------------------------------*   00038015
            MOVE ZEROES TO WRK-IDX-CONTA.                               00038018
            MOVE 1 TO WRK-SUB-CONTAS.                                   00038021
            PERFORM 2510-COMPARAR-CONTA                                 00038023
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00038026
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00038028
            IF WRK-IDX-CONTA EQUAL ZEROES                               00038031
               GO TO 2500-99-FIM.                                       00038034
            MOVE 1 TO WRK-SUB-CCF.                                      00038036
            PERFORM 2520-COMPARAR-CCF                                   00038039
                    UNTIL WRK-SUB-CCF GREATER WRK-QTD-CCF               00038042
                       OR WRK-IDX-CCF GREATER ZEROES.                   00038044
       2500-99-FIM.              EXIT.                                  00038047
      *-------------------------------------------------------------*   00038050
       2510-COMPARAR-CONTA                      SECTION.                00038052
      *-------------------------------------------------------------*   00038055
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) (1:4) EQUAL FD-TRQ-AGENCIA00038057
               AND WRK-CTA-CHAVE (WRK-SUB-CONTAS) (5:4) EQUAL           00038060
                   FD-TRQ-CONTA                                         00038063
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00038065
            END-IF.                                                     00038068
            ADD 1 TO WRK-SUB-CONTAS.                                    00038071
       2510-99-FIM.              EXIT.                                  00038073
      *-------------------------------------------------------------*   00038076
       2520-COMPARAR-CCF                        SECTION.                00038078
      *-------------------------------------------------------------*   00038081
            IF WRK-CCF-DOCUMENTO (WRK-SUB-CCF) EQUAL                    00038084
               WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                        00038086
               MOVE WRK-SUB-CCF TO WRK-IDX-CCF                          00038089
            END-IF.                                                     00038092
            ADD 1 TO WRK-SUB-CCF.                                       00038094
       2520-99-FIM.              EXIT.                                  00038097
      *-------------------------------------------------------------*   00038100
       2900-LISTAR-AUDITORIA                    SECTION.                00038200
      *-------------------------------------------------------------*   00038300
      *-------------------------------------------------------------*   00039400
             WRITE FD-RELCHQM FROM WRK-LINHA-TRACO.                     00039500
                                                                        00039600
             CLOSE CHEQREG TRANSCHQ CLIENTES CCFREG CHQNOVO RELCHQM.    00039700
               PERFORM 4000-TESTARSTATUS.                               00039800
              DISPLAY ' ============================================'.  00039900
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX24          '.  00040000
              DISPLAY ' FAIXAS EMITIDAS............' WRK-QTD-EMITE.     00040500
              DISPLAY ' CHEQUES SUSTADOS...........' WRK-QTD-SUSTA.     00040600
              DISPLAY ' SUSTACOES LIBERADAS........' WRK-QTD-LIBERA.    00040700
              DISPLAY ' CHEQUES CANCELADOS.........' WRK-QTD-CANCEL.    00040750
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00040800
              DISPLAY ' EMISSOES RECUSADAS PELO CCF' WRK-QTD-CCF-REC.   00040850
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00040875
              DISPLAY ' ============================================'.  00040900
                                                                        00041000
       3000-99-FIM.              EXIT.                                  00041100
      *-------------------------------------------------------------*   00041400
                 PERFORM 4100-TESTARSTATUS-CHEQREG.                     00041500
                 PERFORM 4200-TESTARSTATUS-TRANSCHQ.                    00041600
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00041633
                 PERFORM 4400-TESTARSTATUS-CCFREG.                      00041666
                 IF WRK-FS-CHQNOVO NOT EQUAL 00                         00041700
                   MOVE 'ERRO NO OPEN CHQNOVO  ' TO WRK-MSGERRO         00041800
                   MOVE '1000'                   TO WRK-SECAO           00041900
               END-IF.                                                  00045200
                                                                        00045300
       4200-99-FIM.              EXIT.                                  00045400
      *-------------------------------------------------------------*   00045402
       4300-TESTARSTATUS-CLIENTES                   SECTION.            00045405
      *-------------------------------------------------------------*   00045408
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00045411
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00045413
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00045416
                 MOVE '1300'                   TO WRK-SECAO             00045419
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00045422
                  PERFORM 9000-TRATAERROS                               00045425
               END-IF.                                                  00045427
                                                                        00045430
       4300-99-FIM.              EXIT.                                  00045433
      *-------------------------------------------------------------*   00045436
       4400-TESTARSTATUS-CCFREG                     SECTION.            00045438
      *-------------------------------------------------------------*   00045441
               IF WRK-FS-CCFREG NOT EQUAL 00                            00045444
                           AND WRK-FS-CCFREG NOT EQUAL 10               00045447
                 MOVE 'ERRO NO CCFREG        ' TO WRK-MSGERRO           00045450
                 MOVE '1400'                   TO WRK-SECAO             00045452
                 MOVE WRK-FS-CCFREG            TO WRK-STATUS            00045455
                  PERFORM 9000-TRATAERROS                               00045458
               END-IF.                                                  00045461
                                                                        00045463
       4400-99-FIM.              EXIT.                                  00045466
      *-------------------------------------------------------------*   00045469
       9100-ERRO-CONTROLE                           SECTION.            00045472
      *-------------------------------------------------------------*   00045475
           MOVE 'FR19EX24' TO WRK-PROGRAMA.                             00045477
           MOVE 'E'        TO WRK-SEVERIDADE.                           00045480
           MOVE '08'       TO WRK-STATUS.                               00045483
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00045486
           MOVE 8 TO RETURN-CODE.                                       00045488
           STOP RUN.                                                    00045491
                                                                        00045494
       9100-99-FIM.              EXIT.                                  00045497
      *-------------------------------------------------------------*   00045500
       9000-TRATAERROS                              SECTION.            00045600
      *-------------------------------------------------------------*   00045700
