      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB29.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * MANUTENCAO DO CADASTRO DE SINISTROS DE FRETE                    00001100
      * (AVARIA E EXTRAVIO). LE O CADASTRO ATUAL 'SINCAD'               00001200
      * (AUSENTE NA PRIMEIRA CARGA), APLICA O MOVIMENTO                 00001300
      * 'MOVSIN' E GRAVA O CADASTRO NOVO EM 'SINNOVO'. O                00001400
      * SINISTRO E IDENTIFICADO PELO RASTREIO DA REMESSA;               00001500
      * CLIENTE, ROTA E VALOR DECLARADO VEM DO CADASTRO DE              00001600
      * ENVIOS 'ENVCAD' (FR01CB21/FR01CB24). CADA MOVIMENTO             00001700
      * SAI NO 'RELSIN' COMO ACEITO OU RECUSADO COM O MOTIVO.           00001800
      *   OPERACAO I - ABRE O SINISTRO (TIPO, TRANSPORTADORA            00001900
      *                E VALOR RECLAMADO)                               00002000
      *            A - ALTERA TIPO, TRANSPORTADORA E VALOR              00002100
      *                RECLAMADO DO SINISTRO AINDA ABERTO               00002200
      *            C - ACEITA O SINISTRO PELO VALOR                     00002300
      *                INFORMADO (ATE O RECLAMADO); O                   00002400
      *                CREDITO VAI NA PROXIMA FATURA MENSAL             00002500
      *                DO CLIENTE (FR01CB22)                            00002600
      *            R - RECUSA O SINISTRO ABERTO                         00002700
      *            V - REGISTRA VALOR RECUPERADO JUNTO A                00002800
      *                TRANSPORTADORA/SEGURADORA DE UM                  00002900
      *                SINISTRO ACEITO (ACUMULA)                        00003000
      * O TIPO A (AVARIA) EXIGE ENVIO ENTREGUE OU DEVOLVIDO             00003100
      * E O TIPO E (EXTRAVIO) EXIGE ENVIO EXTRAVIADO. O                 00003200
      * VALOR RECLAMADO NAO PASSA DO VALOR DECLARADO NA                 00003300
      * REMESSA; SE O ENVIO NAO TEM O VALOR DECLARADO                   00003400
      * (ANTERIOR AO CAMPO), VALE O INFORMADO NO MOVIMENTO.             00003500
      * SITUACAO: A ABERTO  C ACEITO (CREDITO A LANCAR)                 00003600
      *           L CREDITADO  R RECUSADO                               00003700
      * O SYSIN TRAZ O CARTAO DO OPERADOR QUE LIBEROU O                 00003716
      * MOVIMENTO (COLS 11-18). CADA MOVIMENTO ACEITO NAS               00003733
      * CRITICAS PASSA PELO MODULO AUTORIZA (BOOK #GAUT);               00003750
      * OPERADOR SEM PERMISSAO PARA A OPERACAO NO FR01CB29,             00003766
      * DESCONHECIDO OU INATIVO TEM O MOVIMENTO RECUSADO.               00003783
      *                                                                 00003800
      *====================================================             00003900
                                                                        00004000
      *====================================================             00004100
       ENVIRONMENT                              DIVISION.               00004200
      *====================================================             00004300
       CONFIGURATION                            SECTION.                00004400
       SPECIAL-NAMES.                                                   00004500
           DECIMAL-POINT IS COMMA.                                      00004600
                                                                        00004700
       INPUT-OUTPUT                             SECTION.                00004800
       FILE-CONTROL.                                                    00004900
            SELECT SINCAD ASSIGN TO SINCAD                              00005000
                 FILE STATUS IS WRK-FS-SINCAD.                          00005100
                                                                        00005200
            SELECT ENVCAD ASSIGN TO ENVCAD                              00005300
                 FILE STATUS IS WRK-FS-ENVCAD.                          00005400
                                                                        00005500
            SELECT MOVSIN ASSIGN TO MOVSIN                              00005600
                 FILE STATUS IS WRK-FS-MOVSIN.                          00005700
                                                                        00005800
            SELECT SINNOVO ASSIGN TO SINNOVO                            00005900
                 FILE STATUS IS WRK-FS-SINNOVO.                         00006000
                                                                        00006100
            SELECT RELSIN ASSIGN TO RELSIN                              00006200
                 FILE STATUS IS WRK-FS-RELSIN.                          00006300
                                                                        00006400
      *====================================================             00006500
       DATA                                     DIVISION.               00006600
      *====================================================             00006700
       FILE                                     SECTION.                00006800
       FD SINCAD                                                        00006900
           RECORDING MODE IS F                                          00007000
           LABEL RECORD IS STANDARD                                     00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
      *-------------------LRECL 120------------------------             00007300
      * TIPO: A AVARIA  E EXTRAVIO                                      00007400
      * SITUACAO: A ABERTO  C ACEITO  L CREDITADO                       00007500
      *           R RECUSADO                                            00007600
       01 FD-SINCAD              PIC X(120).                            00007700
                                                                        00007800
       FD ENVCAD                                                        00007900
           RECORDING MODE IS F                                          00008000
           LABEL RECORD IS STANDARD                                     00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
      *-------------------LRECL 120------------------------             00008300
       01 FD-ENVCAD.                                                    00008400
          05 FD-ENV-RASTREIO     PIC 9(10).                             00008500
          05 FD-ENV-CLIENTE      PIC 9(05).                             00008600
          05 FD-ENV-PRODUTO      PIC X(15).                             00008700
          05 FD-ENV-UFORIG       PIC X(02).                             00008800
          05 FD-ENV-UFDEST       PIC X(02).                             00008900
          05 FD-ENV-PESO         PIC 9(05).                             00009000
          05 FD-ENV-DATA         PIC 9(08).                             00009100
          05 FD-ENV-FRETE        PIC 9(07)V99.                          00009200
          05 FD-ENV-SITUACAO     PIC X(01).                             00009300
          05 FD-ENV-DTSITUACAO   PIC 9(08).                             00009400
          05 FD-ENV-RECEBEDOR    PIC X(30).                             00009500
          05 FD-ENV-VALOR        PIC 9(06)V99.                          00009600
          05 FILLER              PIC X(17).                             00009700
                                                                        00009800
       FD MOVSIN                                                        00009900
           RECORDING MODE IS F                                          00010000
           LABEL RECORD IS STANDARD                                     00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
      *-------------------LRECL 80-------------------------             00010300
      * VALOR: RECLAMADO (I/A), ACEITO (C) OU RECUPERADO (V)            00010400
       01 FD-MOVSIN.                                                    00010500
          05 FD-MOV-OPERACAO     PIC X(01).                             00010600
             88 FD-MOV-OPER-VALIDA     VALUE 'I' 'A' 'C' 'R' 'V'.       00010700
          05 FD-MOV-RASTREIO     PIC 9(10).                             00010800
          05 FD-MOV-TIPO         PIC X(01).                             00010900
             88 FD-MOV-TIPO-VALIDO     VALUE 'A' 'E'.                   00011000
          05 FD-MOV-TRANSP       PIC X(06).                             00011100
          05 FD-MOV-DECLARADO    PIC 9(07)V99.                          00011200
          05 FD-MOV-VALOR        PIC 9(07)V99.                          00011300
          05 FILLER              PIC X(44).                             00011400
                                                                        00011500
       FD SINNOVO                                                       00011600
           RECORDING MODE IS F.                                         00011700
      *-------------------LRECL 120------------------------             00011800
       01 FD-SINNOVO             PIC X(120).                            00011900
                                                                        00012000
       FD RELSIN                                                        00012100
           RECORDING MODE IS F.                                         00012200
      *-------------------LRECL 80-------------------------             00012300
       01 FD-RELSIN              PIC X(80).                             00012400
                                                                        00012500
      *====================================================             00012600
       WORKING-STORAGE                          SECTION.                00012700
      *====================================================             00012800
                                                                        00012900
       77 WRK-FS-SINCAD        PIC 9(02)    VALUE ZEROS.                00013000
       77 WRK-FS-ENVCAD        PIC 9(02)    VALUE ZEROS.                00013100
       77 WRK-FS-MOVSIN        PIC 9(02)    VALUE ZEROS.                00013200
       77 WRK-FS-SINNOVO       PIC 9(02)    VALUE ZEROS.                00013300
       77 WRK-FS-RELSIN        PIC 9(02)    VALUE ZEROS.                00013400
                                                                        00013500
      *-------------CARTAO DO OPERADOR---------------------             00013510
       01 WRK-OPERCARD.                                                 00013520
          05 FILLER              PIC X(10).                             00013530
          05 WRK-OPERADOR-AC     PIC X(08).                             00013540
                                                                        00013550
      *-------------MATRIZ DE AUTORIZACAO------------------             00013560
       77 WRK-AUTORIZA         PIC X(08)    VALUE 'AUTORIZA'.           00013570
       COPY '#GAUT'.                                                    00013580
                                                                        00013590
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00013600
          88 WRK-FIM-MOVSIN         VALUE 'S'.                          00013700
       77 WRK-SW-FIMSIN        PIC X(01)    VALUE 'N'.                  00013800
          88 WRK-FIM-SINCAD         VALUE 'S'.                          00013900
       77 WRK-SW-FIMENV        PIC X(01)    VALUE 'N'.                  00014000
          88 WRK-FIM-ENVCAD         VALUE 'S'.                          00014100
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00014200
          88 WRK-ACHOU              VALUE 'S'.                          00014300
       77 WRK-SW-ENVIO         PIC X(01)    VALUE 'N'.                  00014400
          88 WRK-ENVIO-ACHADO       VALUE 'S'.                          00014500
       77 WRK-SW-SEMPERM       PIC X(01)    VALUE 'N'.                  00014533
          88 WRK-MOV-SEMPERM        VALUE 'S'.                          00014566
                                                                        00014600
      *-------------CADASTRO DE SINISTROS EM MEMORIA-------             00014700
       77 WRK-QTD-SIN          PIC 9(04)    VALUE ZEROS.                00014800
       77 WRK-SUB-SIN          PIC 9(04)    VALUE ZEROS.                00014900
       77 WRK-SUB-ACHADO       PIC 9(04)    VALUE ZEROS.                00015000
       01 WRK-TAB-SIN.                                                  00015100
          05 WRK-SIN-LINHA OCCURS 2000 TIMES.                           00015200
             10 WRK-TBSIN-REGISTRO.                                     00015300
                15 WRK-TBSIN-RASTREIO   PIC 9(10).                      00015400
                15 WRK-TBSIN-CLIENTE    PIC 9(05).                      00015500
                15 WRK-TBSIN-UFORIG     PIC X(02).                      00015600
                15 WRK-TBSIN-UFDEST     PIC X(02).                      00015700
                15 WRK-TBSIN-TRANSP     PIC X(06).                      00015800
                15 WRK-TBSIN-TIPO       PIC X(01).                      00015900
                15 WRK-TBSIN-DECLARADO  PIC 9(07)V99.                   00016000
                15 WRK-TBSIN-RECLAMADO  PIC 9(07)V99.                   00016100
                15 WRK-TBSIN-ACEITO     PIC 9(07)V99.                   00016200
                15 WRK-TBSIN-CREDITADO  PIC 9(07)V99.                   00016300
                15 WRK-TBSIN-RECUPERADO PIC 9(07)V99.                   00016400
                15 WRK-TBSIN-SITUACAO   PIC X(01).                      00016500
                   88 WRK-TBSIN-ABERTO       VALUE 'A'.                 00016600
                   88 WRK-TBSIN-ACEITO-OK    VALUE 'C' 'L'.             00016700
                15 WRK-TBSIN-DTABERTURA PIC 9(08).                      00016800
                15 WRK-TBSIN-DTSITUACAO PIC 9(08).                      00016900
                15 WRK-TBSIN-DTACEITE   PIC 9(08).                      00017000
                15 WRK-TBSIN-COMPET-CRED PIC X(06).                     00017100
                15 FILLER               PIC X(18).                      00017200
                                                                        00017300
      *-------------ENVIOS (ENVCAD)------------------------             00017400
       77 WRK-QTD-ENV          PIC 9(05)    VALUE ZEROS.                00017500
       77 WRK-SUB-ENV          PIC 9(05)    VALUE ZEROS.                00017600
       77 WRK-SUB-ENVIO        PIC 9(05)    VALUE ZEROS.                00017700
       01 WRK-TAB-ENV.                                                  00017800
          05 WRK-ENV-LINHA OCCURS 5000 TIMES.                           00017900
             10 WRK-TBENV-RASTREIO PIC 9(10).                           00018000
             10 WRK-TBENV-CLIENTE  PIC 9(05).                           00018100
             10 WRK-TBENV-UFORIG   PIC X(02).                           00018200
             10 WRK-TBENV-UFDEST   PIC X(02).                           00018300
             10 WRK-TBENV-SITUACAO PIC X(01).                           00018400
             10 WRK-TBENV-VALOR    PIC 9(06)V99.                        00018500
                                                                        00018600
      *-------------VARIAVEIS DE CALCULO-------------------             00018700
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00018800
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.                00018900
       77 WRK-DECLARADO        PIC 9(07)V99 VALUE ZEROS.                00019000
       77 WRK-RECUPERADO       PIC 9(09)V99 VALUE ZEROS.                00019100
                                                                        00019200
      *-------------CONTADORES-----------------------------             00019300
       77 WRK-QTD-CARREGADOS   PIC 9(05)    VALUE ZEROS.                00019400
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00019500
       77 WRK-QTD-ABERTOS      PIC 9(05)    VALUE ZEROS.                00019600
       77 WRK-QTD-ALTERADOS    PIC 9(05)    VALUE ZEROS.                00019700
       77 WRK-QTD-ACEITOS      PIC 9(05)    VALUE ZEROS.                00019800
       77 WRK-QTD-NEGADOS      PIC 9(05)    VALUE ZEROS.                00019900
       77 WRK-QTD-RECUPERADOS  PIC 9(05)    VALUE ZEROS.                00020000
       77 WRK-QTD-RECUSADOS    PIC 9(05)    VALUE ZEROS.                00020100
       77 WRK-QTD-SEMPERM      PIC 9(05)    VALUE ZEROS.                00020150
       77 WRK-QTD-GRAVADOS     PIC 9(05)    VALUE ZEROS.                00020200
       77 WRK-TOT-ACEITO       PIC 9(11)V99 VALUE ZEROS.                00020300
       77 WRK-TOT-RECUPERADO   PIC 9(11)V99 VALUE ZEROS.                00020400
                                                                        00020500
      *-------------LINHAS DO RELATORIO--------------------             00020600
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00020700
                                                                        00020800
       01 WRK-LINHA-TITULO.                                             00020900
          05 FILLER              PIC X(44) VALUE                        00021000
             'MANUTENCAO DO CADASTRO DE SINISTROS DE FRETE'.            00021100
          05 FILLER              PIC X(07) VALUE ' DATA: '.             00021200
          05 WRK-TIT-DATA        PIC 9(08).                             00021300
          05 FILLER              PIC X(21) VALUE SPACES.                00021400
                                                                        00021500
       01 WRK-LINHA-MOV.                                                00021600
          05 WRK-LM-OPERACAO     PIC X(01).                             00021700
          05 FILLER              PIC X(02) VALUE SPACES.                00021800
          05 WRK-LM-RASTREIO     PIC Z(09)9.                            00021900
          05 FILLER              PIC X(01) VALUE SPACES.                00022000
          05 WRK-LM-TIPO         PIC X(01).                             00022100
          05 FILLER              PIC X(01) VALUE SPACES.                00022200
          05 WRK-LM-VALOR        PIC Z.ZZZ.ZZ9,99.                      00022300
          05 FILLER              PIC X(01) VALUE SPACES.                00022400
          05 WRK-LM-RESULTADO    PIC X(09).                             00022500
          05 WRK-LM-MOTIVO       PIC X(30).                             00022600
          05 FILLER              PIC X(12) VALUE SPACES.                00022700
                                                                        00022709
       01 WRK-LINHA-NEGADO.                                             00022718
          05 FILLER              PIC X(10) VALUE SPACES.                00022727
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00022736
          05 WRK-NEG-OPERADOR    PIC X(08).                             00022745
          05 FILLER              PIC X(03) VALUE ' - '.                 00022754
          05 WRK-NEG-NOME        PIC X(30).                             00022763
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00022772
          05 WRK-NEG-PERFIL      PIC X(08).                             00022781
          05 FILLER              PIC X(03) VALUE SPACES.                00022790
                                                                        00022800
      *====================================================             00022900
       PROCEDURE                                DIVISION.               00023000
      *====================================================             00023100
                                                                        00023200
      *----------------------------------------------------             00023300
       0000-PRINCIPAL                           SECTION.                00023400
      *----------------------------------------------------             00023500
                                                                        00023600
             PERFORM 1000-INICIALIZAR.                                  00023700
             PERFORM 1200-LER-MOVSIN.                                   00023800
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-MOVSIN.               00023900
             PERFORM 3000-FINALIZAR.                                    00024000
             STOP RUN.                                                  00024100
                                                                        00024200
       0000-99-FIM.          EXIT.                                      00024300
                                                                        00024400
      *----------------------------------------------------             00024500
       1000-INICIALIZAR                         SECTION.                00024600
      *----------------------------------------------------             00024700
                                                                        00024800
           OPEN INPUT  MOVSIN ENVCAD                                    00024900
                OUTPUT SINNOVO RELSIN.                                  00025000
                                                                        00025100
           IF WRK-FS-MOVSIN NOT EQUAL 00                                00025200
              DISPLAY ' ERRO NO OPEN MOVSIN FS=' WRK-FS-MOVSIN          00025300
              MOVE 12 TO RETURN-CODE                                    00025400
              STOP RUN                                                  00025500
           END-IF.                                                      00025600
           IF WRK-FS-ENVCAD NOT EQUAL 00                                00025700
              DISPLAY ' ERRO NO OPEN ENVCAD FS=' WRK-FS-ENVCAD          00025800
              MOVE 12 TO RETURN-CODE                                    00025900
              STOP RUN                                                  00026000
           END-IF.                                                      00026100
           IF WRK-FS-SINNOVO NOT EQUAL 00                               00026200
              DISPLAY ' ERRO NO OPEN SINNOVO FS=' WRK-FS-SINNOVO        00026300
              MOVE 12 TO RETURN-CODE                                    00026400
              STOP RUN                                                  00026500
           END-IF.                                                      00026600
           IF WRK-FS-RELSIN NOT EQUAL 00                                00026700
              DISPLAY ' ERRO NO OPEN RELSIN FS=' WRK-FS-RELSIN          00026800
              MOVE 12 TO RETURN-CODE                                    00026900
              STOP RUN                                                  00027000
           END-IF.                                                      00027100
                                                                        00027200
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00027300
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                          00027400
           WRITE FD-RELSIN FROM WRK-LINHA-TRACO.                        00027500
           WRITE FD-RELSIN FROM WRK-LINHA-TITULO.                       00027600
           WRITE FD-RELSIN FROM WRK-LINHA-TRACO.                        00027700
           ACCEPT WRK-OPERCARD FROM SYSIN.                              00027750
                                                                        00027800
           PERFORM 1100-CARREGAR-SINCAD.                                00027900
           PERFORM 1300-CARREGAR-ENVCAD.                                00028000
                                                                        00028100
       1000-99-FIM.          EXIT.                                      00028200
                                                                        00028300
      *----------------------------------------------------             00028400
       1100-CARREGAR-SINCAD                     SECTION.                00028500
      *----------------------------------------------------             00028600
      * SEM SINCAD (PRIMEIRA CARGA) O CADASTRO COMECA                   00028700
      * VAZIO; CADASTRO MAIOR QUE A TABELA ABORTA.                      00028800
      *----------------------------------------------------             00028900
           OPEN INPUT SINCAD.                                           00029000
           IF WRK-FS-SINCAD NOT EQUAL 00                                00029100
              DISPLAY ' SINCAD INDISPONIVEL (FS='                       00029200
                      WRK-FS-SINCAD ') - CADASTRO NOVO'                 00029300
           ELSE                                                         00029400
              PERFORM 1110-LER-SINCAD                                   00029500
                      UNTIL WRK-FIM-SINCAD                              00029600
              CLOSE SINCAD                                              00029700
           END-IF.                                                      00029800
                                                                        00029900
       1100-99-FIM.          EXIT.                                      00030000
                                                                        00030100
      *----------------------------------------------------             00030200
       1110-LER-SINCAD                          SECTION.                00030300
      *----------------------------------------------------             00030400
           READ SINCAD                                                  00030500
             AT END                                                     00030600
               MOVE 'S' TO WRK-SW-FIMSIN                                00030700
           END-READ.                                                    00030800
           IF WRK-FS-SINCAD EQUAL 00                                    00030900
              IF WRK-QTD-SIN LESS 2000                                  00031000
                 ADD 1 TO WRK-QTD-SIN                                   00031100
                 MOVE FD-SINCAD TO WRK-TBSIN-REGISTRO (WRK-QTD-SIN)     00031200
                 ADD 1 TO WRK-QTD-CARREGADOS                            00031300
              ELSE                                                      00031400
                 DISPLAY ' TABELA DE SINISTROS ESGOTADA (2000) '        00031500
                 MOVE 12 TO RETURN-CODE                                 00031600
                 STOP RUN                                               00031700
              END-IF                                                    00031800
           END-IF.                                                      00031900
                                                                        00032000
       1110-99-FIM.          EXIT.                                      00032100
                                                                        00032200
      *----------------------------------------------------             00032300
       1200-LER-MOVSIN                          SECTION.                00032400
      *----------------------------------------------------             00032500
           READ MOVSIN                                                  00032600
             AT END                                                     00032700
               MOVE 'S' TO WRK-SW-FIM                                   00032800
           END-READ.                                                    00032900
                                                                        00033000
       1200-99-FIM.          EXIT.                                      00033100
                                                                        00033200
      *----------------------------------------------------             00033300
       1300-CARREGAR-ENVCAD                     SECTION.                00033400
      *----------------------------------------------------             00033500
      * GUARDA ROTA, CLIENTE, SITUACAO E VALOR DECLARADO DE             00033600
      * CADA ENVIO; ENVIO ANTERIOR AO CAMPO DO VALOR                    00033700
      * DECLARADO FICA COM ZEROS.                                       00033800
      *----------------------------------------------------             00033900
           PERFORM 1310-LER-ENVCAD                                      00034000
                   UNTIL WRK-FIM-ENVCAD.                                00034100
           CLOSE ENVCAD.                                                00034200
           DISPLAY ' ENVIOS CARREGADOS DO ENVCAD: ' WRK-QTD-ENV.        00034300
                                                                        00034400
       1300-99-FIM.          EXIT.                                      00034500
                                                                        00034600
      *----------------------------------------------------             00034700
       1310-LER-ENVCAD                          SECTION.                00034800
      *----------------------------------------------------             00034900
           READ ENVCAD                                                  00035000
             AT END                                                     00035100
               MOVE 'S' TO WRK-SW-FIMENV                                00035200
           END-READ.                                                    00035300
           IF WRK-FS-ENVCAD EQUAL 00                                    00035400
              IF WRK-QTD-ENV LESS 5000                                  00035500
                 ADD 1 TO WRK-QTD-ENV                                   00035600
                 MOVE FD-ENV-RASTREIO  TO                               00035700
                      WRK-TBENV-RASTREIO (WRK-QTD-ENV)                  00035800
                 MOVE FD-ENV-CLIENTE   TO                               00035900
                      WRK-TBENV-CLIENTE (WRK-QTD-ENV)                   00036000
                 MOVE FD-ENV-UFORIG    TO                               00036100
                      WRK-TBENV-UFORIG (WRK-QTD-ENV)                    00036200
                 MOVE FD-ENV-UFDEST    TO                               00036300
                      WRK-TBENV-UFDEST (WRK-QTD-ENV)                    00036400
                 MOVE FD-ENV-SITUACAO  TO                               00036500
                      WRK-TBENV-SITUACAO (WRK-QTD-ENV)                  00036600
                 IF FD-ENV-VALOR IS NUMERIC                             00036700
                    MOVE FD-ENV-VALOR TO                                00036800
                         WRK-TBENV-VALOR (WRK-QTD-ENV)                  00036900
                 ELSE                                                   00037000
                    MOVE ZEROS TO WRK-TBENV-VALOR (WRK-QTD-ENV)         00037100
                 END-IF                                                 00037200
              ELSE                                                      00037300
                 DISPLAY ' TABELA DE ENVIOS ESGOTADA (5000) '           00037400
                 MOVE 12 TO RETURN-CODE                                 00037500
                 STOP RUN                                               00037600
              END-IF                                                    00037700
           END-IF.                                                      00037800
                                                                        00037900
       1310-99-FIM.          EXIT.                                      00038000
                                                                        00038100
      *----------------------------------------------------             00038200
       2000-PROCESSAR                           SECTION.                00038300
      *----------------------------------------------------             00038400
           ADD 1 TO WRK-REGLIDOS.                                       00038500
                                                                        00038600
           PERFORM 2100-CRITICAR-MOVIMENTO.                             00038700
                                                                        00038800
           IF WRK-MOTIVO EQUAL SPACES                                   00038900
              EVALUATE FD-MOV-OPERACAO                                  00039000
                WHEN 'I'                                                00039100
                  PERFORM 2300-ABRIR-SINISTRO                           00039200
                WHEN 'A'                                                00039300
                  MOVE FD-MOV-TIPO   TO                                 00039400
                       WRK-TBSIN-TIPO (WRK-SUB-ACHADO)                  00039500
                  MOVE FD-MOV-TRANSP TO                                 00039600
                       WRK-TBSIN-TRANSP (WRK-SUB-ACHADO)                00039700
                  MOVE FD-MOV-VALOR  TO                                 00039800
                       WRK-TBSIN-RECLAMADO (WRK-SUB-ACHADO)             00039900
                  ADD 1 TO WRK-QTD-ALTERADOS                            00040000
                WHEN 'C'                                                00040100
                  MOVE FD-MOV-VALOR  TO                                 00040200
                       WRK-TBSIN-ACEITO (WRK-SUB-ACHADO)                00040300
                  MOVE 'C' TO WRK-TBSIN-SITUACAO (WRK-SUB-ACHADO)       00040400
                  MOVE WRK-DATA-HOJE TO                                 00040500
                       WRK-TBSIN-DTSITUACAO (WRK-SUB-ACHADO)            00040600
                       WRK-TBSIN-DTACEITE (WRK-SUB-ACHADO)              00040700
                  ADD 1 TO WRK-QTD-ACEITOS                              00040800
                  ADD FD-MOV-VALOR TO WRK-TOT-ACEITO                    00040900
                WHEN 'R'                                                00041000
                  MOVE 'R' TO WRK-TBSIN-SITUACAO (WRK-SUB-ACHADO)       00041100
                  MOVE WRK-DATA-HOJE TO                                 00041200
                       WRK-TBSIN-DTSITUACAO (WRK-SUB-ACHADO)            00041300
                  ADD 1 TO WRK-QTD-NEGADOS                              00041400
                WHEN 'V'                                                00041500
                  ADD FD-MOV-VALOR TO                                   00041600
                      WRK-TBSIN-RECUPERADO (WRK-SUB-ACHADO)             00041700
                  ADD 1 TO WRK-QTD-RECUPERADOS                          00041800
                  ADD FD-MOV-VALOR TO WRK-TOT-RECUPERADO                00041900
              END-EVALUATE                                              00042000
              MOVE 'ACEITO   ' TO WRK-LM-RESULTADO                      00042100
           ELSE                                                         00042200
              ADD 1 TO WRK-QTD-RECUSADOS                                00042300
              MOVE 'RECUSADO ' TO WRK-LM-RESULTADO                      00042400
           END-IF.                                                      00042500
                                                                        00042600
           MOVE FD-MOV-OPERACAO TO WRK-LM-OPERACAO.                     00042700
           MOVE FD-MOV-TIPO     TO WRK-LM-TIPO.                         00042800
           IF FD-MOV-RASTREIO IS NUMERIC                                00042900
              MOVE FD-MOV-RASTREIO TO WRK-LM-RASTREIO                   00043000
           ELSE                                                         00043100
              MOVE ZEROS TO WRK-LM-RASTREIO                             00043200
           END-IF.                                                      00043300
           IF FD-MOV-VALOR IS NUMERIC                                   00043400
              MOVE FD-MOV-VALOR TO WRK-LM-VALOR                         00043500
           ELSE                                                         00043600
              MOVE ZEROS TO WRK-LM-VALOR                                00043700
           END-IF.                                                      00043800
           MOVE WRK-MOTIVO      TO WRK-LM-MOTIVO.                       00043900
           WRITE FD-RELSIN FROM WRK-LINHA-MOV.                          00044000
           IF WRK-MOV-SEMPERM                                           00044014
              MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                  00044028
              MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                      00044042
              MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                    00044057
              WRITE FD-RELSIN FROM WRK-LINHA-NEGADO                     00044071
           END-IF.                                                      00044085
                                                                        00044100
           PERFORM 1200-LER-MOVSIN.                                     00044200
                                                                        00044300
       2000-99-FIM.          EXIT.                                      00044400
                                                                        00044500
      *----------------------------------------------------             00044600
       2100-CRITICAR-MOVIMENTO                  SECTION.                00044700
      *----------------------------------------------------             00044800
      * MOTIVO EM BRANCO = MOVIMENTO ACEITO.                            00044900
      *----------------------------------------------------             00045000
           MOVE SPACES TO WRK-MOTIVO.                                   00045100
           MOVE 'N' TO WRK-SW-SEMPERM.                                  00045150
                                                                        00045200
           MOVE 'N' TO WRK-SW-ACHOU.                                    00045300
           IF FD-MOV-RASTREIO IS NUMERIC                                00045400
              MOVE 1 TO WRK-SUB-SIN                                     00045500
              PERFORM 2110-PROCURAR-SINISTRO                            00045600
                      UNTIL WRK-SUB-SIN GREATER WRK-QTD-SIN             00045700
                         OR WRK-ACHOU                                   00045800
           END-IF.                                                      00045900
                                                                        00046000
           EVALUATE TRUE                                                00046100
             WHEN NOT FD-MOV-OPER-VALIDA                                00046200
               MOVE 'OPERACAO INVALIDA             ' TO WRK-MOTIVO      00046300
             WHEN FD-MOV-RASTREIO NOT NUMERIC                           00046400
               MOVE 'RASTREIO INVALIDO             ' TO WRK-MOTIVO      00046500
             WHEN FD-MOV-RASTREIO EQUAL ZEROS                           00046600
               MOVE 'RASTREIO INVALIDO             ' TO WRK-MOTIVO      00046700
             WHEN FD-MOV-OPERACAO EQUAL 'I' AND WRK-ACHOU               00046800
               MOVE 'SINISTRO JA CADASTRADO        ' TO WRK-MOTIVO      00046900
             WHEN FD-MOV-OPERACAO NOT EQUAL 'I'                         00047000
                  AND NOT WRK-ACHOU                                     00047100
               MOVE 'SINISTRO NAO CADASTRADO       ' TO WRK-MOTIVO      00047200
             WHEN FD-MOV-VALOR NOT NUMERIC                              00047300
               AND FD-MOV-OPERACAO NOT EQUAL 'R'                        00047400
               MOVE 'VALOR INVALIDO                ' TO WRK-MOTIVO      00047500
             WHEN FD-MOV-OPERACAO EQUAL 'I'                             00047600
               PERFORM 2200-CRITICAR-ABERTURA                           00047700
             WHEN FD-MOV-OPERACAO EQUAL 'V'                             00047800
               PERFORM 2250-CRITICAR-RECUPERACAO                        00047900
             WHEN NOT WRK-TBSIN-ABERTO (WRK-SUB-ACHADO)                 00048000
               MOVE 'SINISTRO JA DECIDIDO          ' TO WRK-MOTIVO      00048100
             WHEN FD-MOV-OPERACAO EQUAL 'A'                             00048200
               PERFORM 2200-CRITICAR-ABERTURA                           00048300
             WHEN FD-MOV-OPERACAO EQUAL 'C'                             00048400
                  AND FD-MOV-VALOR EQUAL ZEROS                          00048500
               MOVE 'VALOR ACEITO INVALIDO         ' TO WRK-MOTIVO      00048600
             WHEN FD-MOV-OPERACAO EQUAL 'C'                             00048700
                  AND FD-MOV-VALOR GREATER                              00048800
                      WRK-TBSIN-RECLAMADO (WRK-SUB-ACHADO)              00048900
               MOVE 'ACEITO ACIMA DO RECLAMADO     ' TO WRK-MOTIVO      00049000
           END-EVALUATE.                                                00049100
                                                                        00049120
           IF WRK-MOTIVO EQUAL SPACES                                   00049140
              PERFORM 2120-VERIFICAR-AUTORIZACAO                        00049160
           END-IF.                                                      00049180
                                                                        00049200
       2100-99-FIM.          EXIT.                                      00049300
                                                                        00049400
      *----------------------------------------------------             00049500
       2110-PROCURAR-SINISTRO                   SECTION.                00049600
      *----------------------------------------------------             00049700
           IF WRK-TBSIN-RASTREIO (WRK-SUB-SIN) EQUAL FD-MOV-RASTREIO    00049800
              MOVE WRK-SUB-SIN TO WRK-SUB-ACHADO                        00049900
              MOVE 'S' TO WRK-SW-ACHOU                                  00050000
           END-IF.                                                      00050100
           ADD 1 TO WRK-SUB-SIN.                                        00050200
                                                                        00050300
       2110-99-FIM.          EXIT.                                      00050400
                                                                        00050403
      *----------------------------------------------------             00050406
       2120-VERIFICAR-AUTORIZACAO               SECTION.                00050410
      *----------------------------------------------------             00050413
      * O OPERADOR DO MOVIMENTO PRECISA DE PERMISSAO PARA               00050417
      * A OPERACAO (MODULO AUTORIZA); SEM ELA, OU COM                   00050420
      * OPERADOR DESCONHECIDO/INATIVO, O MOVIMENTO E                    00050424
      * RECUSADO.                                                       00050427
      *----------------------------------------------------             00050431
           MOVE 'FR01CB29'        TO WRK-AUT-PROGRAMA.                  00050434
           MOVE FD-MOV-OPERACAO   TO WRK-AUT-OPERACAO.                  00050437
           MOVE WRK-OPERADOR-AC   TO WRK-AUT-OPERADOR.                  00050441
           MOVE FD-MOV-RASTREIO   TO WRK-AUT-CHAVE.                     00050444
           CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                  00050448
           EVALUATE TRUE                                                00050451
             WHEN WRK-AUT-AUTORIZADO                                    00050455
               CONTINUE                                                 00050458
             WHEN WRK-AUT-NEGADO                                        00050462
               MOVE 'OPERADOR SEM PERMISSAO        ' TO WRK-MOTIVO      00050465
               MOVE 'S' TO WRK-SW-SEMPERM                               00050468
               ADD 1 TO WRK-QTD-SEMPERM                                 00050472
             WHEN OTHER                                                 00050475
               MOVE 'OPERADOR DESCONHECIDO/INATIVO ' TO WRK-MOTIVO      00050479
               MOVE 'S' TO WRK-SW-SEMPERM                               00050482
               ADD 1 TO WRK-QTD-SEMPERM                                 00050486
           END-EVALUATE.                                                00050489
                                                                        00050493
       2120-99-FIM.          EXIT.                                      00050496
                                                                        00050500
      *----------------------------------------------------             00050600
       2200-CRITICAR-ABERTURA                   SECTION.                00050700
      *----------------------------------------------------             00050800
      * ABERTURA E ALTERACAO: ENVIO CADASTRADO, TIPO                    00050900
      * COERENTE COM A SITUACAO DO ENVIO, TRANSPORTADORA E              00051000
      * VALOR RECLAMADO ATE O DECLARADO.                                00051100
      *----------------------------------------------------             00051200
           MOVE 'N' TO WRK-SW-ENVIO.                                    00051300
           MOVE 1 TO WRK-SUB-ENV.                                       00051400
           PERFORM 2210-PROCURAR-ENVIO                                  00051500
                   UNTIL WRK-SUB-ENV GREATER WRK-QTD-ENV                00051600
                      OR WRK-ENVIO-ACHADO.                              00051700
                                                                        00051800
           MOVE ZEROS TO WRK-DECLARADO.                                 00051900
           IF WRK-ENVIO-ACHADO                                          00052000
              MOVE WRK-TBENV-VALOR (WRK-SUB-ENVIO) TO WRK-DECLARADO     00052100
              IF WRK-DECLARADO EQUAL ZEROS                              00052200
                 AND FD-MOV-DECLARADO IS NUMERIC                        00052300
                 MOVE FD-MOV-DECLARADO TO WRK-DECLARADO                 00052400
              END-IF                                                    00052500
           END-IF.                                                      00052600
                                                                        00052700
           EVALUATE TRUE                                                00052800
             WHEN NOT WRK-ENVIO-ACHADO                                  00052900
               MOVE 'ENVIO NAO CADASTRADO          ' TO WRK-MOTIVO      00053000
             WHEN NOT FD-MOV-TIPO-VALIDO                                00053100
               MOVE 'TIPO DE SINISTRO INVALIDO     ' TO WRK-MOTIVO      00053200
             WHEN FD-MOV-TIPO EQUAL 'E'                                 00053300
                  AND WRK-TBENV-SITUACAO (WRK-SUB-ENVIO)                00053400
                      NOT EQUAL 'X'                                     00053500
               MOVE 'ENVIO NAO CONSTA EXTRAVIADO   ' TO WRK-MOTIVO      00053600
             WHEN FD-MOV-TIPO EQUAL 'A'                                 00053700
                  AND WRK-TBENV-SITUACAO (WRK-SUB-ENVIO)                00053800
                      NOT EQUAL 'E'                                     00053900
                  AND WRK-TBENV-SITUACAO (WRK-SUB-ENVIO)                00054000
                      NOT EQUAL 'D'                                     00054100
               MOVE 'ENVIO NAO ENTREGUE/DEVOLVIDO  ' TO WRK-MOTIVO      00054200
             WHEN FD-MOV-TRANSP EQUAL SPACES                            00054300
               MOVE 'TRANSPORTADORA EM BRANCO      ' TO WRK-MOTIVO      00054400
             WHEN WRK-DECLARADO EQUAL ZEROS                             00054500
               MOVE 'VALOR DECLARADO INVALIDO      ' TO WRK-MOTIVO      00054600
             WHEN FD-MOV-VALOR EQUAL ZEROS                              00054700
               MOVE 'VALOR RECLAMADO INVALIDO      ' TO WRK-MOTIVO      00054800
             WHEN FD-MOV-VALOR GREATER WRK-DECLARADO                    00054900
               MOVE 'RECLAMADO ACIMA DO DECLARADO  ' TO WRK-MOTIVO      00055000
           END-EVALUATE.                                                00055100
                                                                        00055200
       2200-99-FIM.          EXIT.                                      00055300
                                                                        00055400
      *----------------------------------------------------             00055500
       2210-PROCURAR-ENVIO                      SECTION.                00055600
      *----------------------------------------------------             00055700
           IF WRK-TBENV-RASTREIO (WRK-SUB-ENV) EQUAL FD-MOV-RASTREIO    00055800
              MOVE WRK-SUB-ENV TO WRK-SUB-ENVIO                         00055900
              MOVE 'S' TO WRK-SW-ENVIO                                  00056000
           END-IF.                                                      00056100
           ADD 1 TO WRK-SUB-ENV.                                        00056200
                                                                        00056300
       2210-99-FIM.          EXIT.                                      00056400
                                                                        00056500
      *----------------------------------------------------             00056600
       2250-CRITICAR-RECUPERACAO                SECTION.                00056700
      *----------------------------------------------------             00056800
      * SO SINISTRO ACEITO; O TOTAL RECUPERADO NAO PASSA DO             00056900
      * VALOR ACEITO.                                                   00057000
      *----------------------------------------------------             00057100
           COMPUTE WRK-RECUPERADO =                                     00057200
                   WRK-TBSIN-RECUPERADO (WRK-SUB-ACHADO)                00057300
                   + FD-MOV-VALOR.                                      00057400
                                                                        00057500
           EVALUATE TRUE                                                00057600
             WHEN NOT WRK-TBSIN-ACEITO-OK (WRK-SUB-ACHADO)              00057700
               MOVE 'SINISTRO NAO ACEITO           ' TO WRK-MOTIVO      00057800
             WHEN FD-MOV-VALOR EQUAL ZEROS                              00057900
               MOVE 'VALOR RECUPERADO INVALIDO     ' TO WRK-MOTIVO      00058000
             WHEN WRK-RECUPERADO GREATER                                00058100
                  WRK-TBSIN-ACEITO (WRK-SUB-ACHADO)                     00058200
               MOVE 'RECUPERADO ACIMA DO ACEITO    ' TO WRK-MOTIVO      00058300
           END-EVALUATE.                                                00058400
                                                                        00058500
       2250-99-FIM.          EXIT.                                      00058600
                                                                        00058700
      *----------------------------------------------------             00058800
       2300-ABRIR-SINISTRO                      SECTION.                00058900
      *----------------------------------------------------             00059000
           IF WRK-QTD-SIN LESS 2000                                     00059100
              ADD 1 TO WRK-QTD-SIN                                      00059200
              MOVE SPACES TO WRK-TBSIN-REGISTRO (WRK-QTD-SIN)           00059300
              MOVE FD-MOV-RASTREIO TO                                   00059400
                   WRK-TBSIN-RASTREIO (WRK-QTD-SIN)                     00059500
              MOVE WRK-TBENV-CLIENTE (WRK-SUB-ENVIO) TO                 00059600
                   WRK-TBSIN-CLIENTE (WRK-QTD-SIN)                      00059700
              MOVE WRK-TBENV-UFORIG (WRK-SUB-ENVIO) TO                  00059800
                   WRK-TBSIN-UFORIG (WRK-QTD-SIN)                       00059900
              MOVE WRK-TBENV-UFDEST (WRK-SUB-ENVIO) TO                  00060000
                   WRK-TBSIN-UFDEST (WRK-QTD-SIN)                       00060100
              MOVE FD-MOV-TRANSP TO WRK-TBSIN-TRANSP (WRK-QTD-SIN)      00060200
              MOVE FD-MOV-TIPO   TO WRK-TBSIN-TIPO (WRK-QTD-SIN)        00060300
              MOVE WRK-DECLARADO TO                                     00060400
                   WRK-TBSIN-DECLARADO (WRK-QTD-SIN)                    00060500
              MOVE FD-MOV-VALOR  TO                                     00060600
                   WRK-TBSIN-RECLAMADO (WRK-QTD-SIN)                    00060700
              MOVE ZEROS TO WRK-TBSIN-ACEITO (WRK-QTD-SIN)              00060800
                            WRK-TBSIN-CREDITADO (WRK-QTD-SIN)           00060900
                            WRK-TBSIN-RECUPERADO (WRK-QTD-SIN)          00061000
                            WRK-TBSIN-DTACEITE (WRK-QTD-SIN)            00061100
              MOVE 'A' TO WRK-TBSIN-SITUACAO (WRK-QTD-SIN)              00061200
              MOVE WRK-DATA-HOJE TO                                     00061300
                   WRK-TBSIN-DTABERTURA (WRK-QTD-SIN)                   00061400
                   WRK-TBSIN-DTSITUACAO (WRK-QTD-SIN)                   00061500
              ADD 1 TO WRK-QTD-ABERTOS                                  00061600
           ELSE                                                         00061700
              DISPLAY ' TABELA DE SINISTROS ESGOTADA (2000) '           00061800
              MOVE 12 TO RETURN-CODE                                    00061900
              STOP RUN                                                  00062000
           END-IF.                                                      00062100
                                                                        00062200
       2300-99-FIM.          EXIT.                                      00062300
                                                                        00062400
      *----------------------------------------------------             00062500
       3000-FINALIZAR                           SECTION.                00062600
      *----------------------------------------------------             00062700
           MOVE 1 TO WRK-SUB-SIN.                                       00062800
           PERFORM 3100-GRAVAR-SINISTRO                                 00062900
                   UNTIL WRK-SUB-SIN GREATER WRK-QTD-SIN.               00063000
                                                                        00063100
           CLOSE MOVSIN SINNOVO RELSIN.                                 00063200
                                                                        00063300
           DISPLAY ' ============================================'.     00063400
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB29          '.     00063500
           DISPLAY ' ============================================'.     00063600
           DISPLAY ' SINISTROS DO SINCAD......' WRK-QTD-CARREGADOS.     00063700
           DISPLAY ' MOVIMENTOS LIDOS.........' WRK-REGLIDOS.           00063800
           DISPLAY ' SINISTROS ABERTOS........' WRK-QTD-ABERTOS.        00063900
           DISPLAY ' SINISTROS ALTERADOS......' WRK-QTD-ALTERADOS.      00064000
           DISPLAY ' SINISTROS ACEITOS........' WRK-QTD-ACEITOS.        00064100
           DISPLAY ' VALOR ACEITO.............' WRK-TOT-ACEITO.         00064200
           DISPLAY ' SINISTROS RECUSADOS......' WRK-QTD-NEGADOS.        00064300
           DISPLAY ' RECUPERACOES.............' WRK-QTD-RECUPERADOS.    00064400
           DISPLAY ' VALOR RECUPERADO.........' WRK-TOT-RECUPERADO.     00064500
           DISPLAY ' MOVIMENTOS RECUSADOS.....' WRK-QTD-RECUSADOS.      00064600
           DISPLAY ' NEGADOS PELO AUTORIZA....' WRK-QTD-SEMPERM.        00064650
           DISPLAY ' SINISTROS GRAVADOS.......' WRK-QTD-GRAVADOS.       00064700
           DISPLAY ' ============================================'.     00064800
                                                                        00064900
       3000-99-FIM.          EXIT.                                      00065000
                                                                        00065100
      *----------------------------------------------------             00065200
       3100-GRAVAR-SINISTRO                     SECTION.                00065300
      *----------------------------------------------------             00065400
           WRITE FD-SINNOVO FROM WRK-TBSIN-REGISTRO (WRK-SUB-SIN).      00065500
           ADD 1 TO WRK-QTD-GRAVADOS.                                   00065600
           ADD 1 TO WRK-SUB-SIN.                                        00065700
                                                                        00065800
       3100-99-FIM.          EXIT.                                      00065900
