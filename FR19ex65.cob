      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX65.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PAGAR A FOLHA DO FUNCIONARIO COM CONTA-SALARIO  *   00001200
      *    EM OUTRO BANCO, ATE AQUI PAGO A MAO PELO RELSAL. CASA    *   00001300
      *    OS CONTRACHEQUES DA FOLHA (FR19DB12, POR ID) COM O       *   00001400
      *    VINCULO CONTA-SALARIO (FUNCCTA, FR19DB25, POR ID) E,     *   00001500
      *    PARA CADA VINCULO COM CODIGO DE BANCO, GRAVA O LIQUIDO   *   00001600
      *    NA REMESSA DE CREDITO DE SALARIO (REMSAL) NO MESMO       *   00001700
      *    ESTILO CNAB 240 DO FR19EX14, COM LOTE PROPRIO:           *   00001800
      *     REGISTRO 0 - HEADER DE ARQUIVO                          *   00001900
      *     REGISTRO 1 - HEADER DO LOTE DE CREDITO DE SALARIO       *   00002000
      *     REGISTRO 3 - SEGMENTO A, UM POR FUNCIONARIO:            *   00002100
      *                  15-22 CONTA DA EMPRESA PAGADORA,           *   00002200
      *                  23-30 LIQUIDO EM UNIDADES INTEIRAS         *   00002300
      *                  ARREDONDADAS, 31-38 DATA DO PAGAMENTO,     *   00002400
      *                  39 TIPO 'S', 40-69 HISTORICO               *   00002500
      *                  'CREDITO SALARIO ID ' + ID, 73-75 BANCO,   *   00002600
      *                  76-79 AGENCIA, 80-91 CONTA, 92-121 NOME,   *   00002700
      *                  122-131 ID DO FUNCIONARIO, 132-139 DATA    *   00002800
      *                  DO PAGAMENTO, 140-150 LIQUIDO COM CENTAVOS *   00002900
      *     REGISTRO 5 - TRAILER DO LOTE: QUANTIDADE E SOMATORIA    *   00003000
      *     REGISTRO 9 - TRAILER DE ARQUIVO: LOTES E REGISTROS      *   00003100
      *    O RETORNO DO BANCO E CONCILIADO PELO FR19EX15, QUE       *   00003200
      *    CONFIRMA OU RECUSA CADA PAGAMENTO NO CONFSAL PARA O RH.  *   00003300
      *    VINCULO SEM CODIGO DE BANCO CONTINUA COM O FR19EX40.     *   00003400
      *    RECUSADOS (SAEM NO RELSEX COM O MOTIVO): CONTA EXTERNA   *   00003500
      *    INCOMPLETA E LIQUIDO ZERADO.                             *   00003600
      *    CARTAO SYSIN 1: DATA DO PAGAMENTO (9(08); ZEROS = HOJE)  *   00003700
      *    CARTAO SYSIN 2: CONTA DA EMPRESA PAGADORA (AGENCIA +     *   00003800
      *                    CONTA, X(08); EM BRANCO = RC 8)          *   00003900
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    FOLHA                I                  -----------      *   00004400
      *    FUNCCTA              I                  -----------      *   00004500
      *    REMSAL               O                  -----------      *   00004600
      *    RELSEX               O                  -----------      *   00004700
      *-------------------------------------------------------------*   00004800
      *   MODULOS....:                             INCLUDE/BOOK     *   00004900
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005000
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005100
      *=============================================================*   00005200
                                                                        00005300
      *=============================================================*   00005400
       ENVIRONMENT                               DIVISION.              00005500
      *=============================================================*   00005600
                                                                        00005700
      *=============================================================*   00005800
       CONFIGURATION                               SECTION.             00005900
      *=============================================================*   00006000
       SPECIAL-NAMES.                                                   00006100
           DECIMAL-POINT IS COMMA.                                      00006200
                                                                        00006300
       INPUT-OUTPUT                                SECTION.             00006400
       FILE-CONTROL.                                                    00006500
            SELECT FOLHA ASSIGN TO FOLHA                                00006600
                 FILE STATUS IS WRK-FS-FOLHA.                           00006700
                                                                        00006800
            SELECT FUNCCTA ASSIGN TO FUNCCTA                            00006900
                 FILE STATUS IS WRK-FS-FUNCCTA.                         00007000
                                                                        00007100
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007200
                                                                        00007300
            SELECT REMSAL ASSIGN TO REMSAL                              00007400
                 FILE STATUS IS WRK-FS-REMSAL.                          00007500
                                                                        00007600
            SELECT RELSEX ASSIGN TO RELSEX                              00007700
                 FILE STATUS IS WRK-FS-RELSEX.                          00007800
                                                                        00007900
      *=============================================================*   00008000
       DATA                                      DIVISION.              00008100
      *=============================================================*   00008200
       FILE                                      SECTION.               00008300
      *-------------------LRECL 89----------------------------------*   00008400
       FD FOLHA                                                         00008500
           RECORDING MODE IS F                                          00008600
           LABEL RECORD IS STANDARD                                     00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-FOLHA.                                                     00008900
          05 FD-FOL-ID           PIC 9(05).                             00009000
          05 FD-FOL-NOME         PIC X(30).                             00009100
          05 FD-FOL-SETOR        PIC X(04).                             00009200
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00009300
          05 FD-FOL-INSS         PIC 9(08)V99.                          00009400
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00009500
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00009600
          05 FILLER              PIC X(10).                             00009700
                                                                        00009800
      *-------------------LRECL 32----------------------------------*   00009900
       FD FUNCCTA                                                       00010000
           RECORDING MODE IS F                                          00010100
           LABEL RECORD IS STANDARD                                     00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-FUNCCTA.                                                   00010400
          05 FD-FCT-IDFUNC      PIC 9(05).                              00010500
          05 FD-FCT-AGENCIA     PIC X(04).                              00010600
          05 FD-FCT-CONTA       PIC X(04).                              00010700
          05 FD-FCT-BANCO       PIC X(03).                              00010800
          05 FD-FCT-CONTA-EXT   PIC X(12).                              00010900
          05 FILLER             PIC X(04).                              00011000
                                                                        00011100
      *-------------------LRECL 240---------------------------------*   00011200
       FD REMSAL                                                        00011300
           RECORDING MODE IS F.                                         00011400
       01 FD-REMSAL               PIC X(240).                           00011500
                                                                        00011600
      *-------------------LRECL 80----------------------------------*   00011700
       FD RELSEX                                                        00011800
           RECORDING MODE IS F.                                         00011900
       01 FD-RELSEX               PIC X(80).                            00012000
                                                                        00012100
      *=============================================================*   00012200
       WORKING-STORAGE                             SECTION.             00012300
      *=============================================================*   00012400
                                                                        00012500
       01 FILLER          PIC X(64) VALUE                               00012600
           '-----------BOOK LOGERROS------------------------'.          00012700
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00012800
       COPY '#GLOG'.                                                    00012900
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00013000
       COPY '#GSTAT'.                                                   00013100
      *-------------------------------------------------------------*   00013200
                                                                        00013300
       01 FILLER          PIC X(64) VALUE                               00013400
           '-----------VARIAVEIS DE STATUS------------------'.          00013500
                                                                        00013600
       77 WRK-FS-FOLHA    PIC 9(02).                                    00013700
       77 WRK-FS-FUNCCTA  PIC 9(02).                                    00013800
       77 WRK-FS-REMSAL   PIC 9(02).                                    00013900
       77 WRK-FS-RELSEX   PIC 9(02).                                    00014000
                                                                        00014100
       01 FILLER          PIC X(64) VALUE                               00014200
           '-----------PARAMETROS SYSIN---------------------'.          00014300
                                                                        00014400
       01 WRK-DATAPAGTO.                                                00014500
          05 FILLER              PIC X(10).                             00014600
          05 WRK-DATAPAGTO-AC    PIC 9(08).                             00014700
                                                                        00014800
       01 WRK-CONTAEMP.                                                 00014900
          05 FILLER              PIC X(10).                             00015000
          05 WRK-CONTAEMP-AC.                                           00015100
             10 WRK-CONTAEMP-AG  PIC X(04).                             00015200
             10 WRK-CONTAEMP-CTA PIC X(04).                             00015300
                                                                        00015400
       77 WRK-DATA-PAGTO  PIC 9(08) VALUE ZEROES.                       00015500
                                                                        00015600
       01 FILLER          PIC X(64) VALUE                               00015700
           '-----------CONTADORES E CONTROLES---------------'.          00015800
                                                                        00015900
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00016000
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00016100
       77 WRK-SW-DADO-FOL PIC X(01) VALUE 'N'.                          00016200
           88 WRK-DADO-FOL-OK       VALUE 'S'.                          00016300
       77 WRK-SW-FIM-FCT  PIC X(01) VALUE 'N'.                          00016400
           88 WRK-FIM-FUNCCTA       VALUE 'S'.                          00016500
                                                                        00016600
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00016700
       77 WRK-QTD-INTERNO PIC 9(05) VALUE ZEROES.                       00016800
       77 WRK-QTD-SEMVINC PIC 9(05) VALUE ZEROES.                       00016900
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00017000
       77 WRK-QTD-DETALHES PIC 9(05) VALUE ZEROES.                      00017100
       77 WRK-QTD-REGISTROS PIC 9(07) VALUE ZEROES.                     00017200
       77 WRK-SOMA-VALORES PIC 9(15) VALUE ZEROES.                      00017300
       77 WRK-TOT-LIQUIDO PIC 9(11)V99 VALUE ZEROES.                    00017400
       77 WRK-VLR-INTEIRO PIC 9(08) VALUE ZEROES.                       00017500
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00017600
       77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROES.                       00017700
                                                                        00017800
       01 FILLER          PIC X(64) VALUE                               00017900
           '-----------REGISTROS DA REMESSA (240)-----------'.          00018000
                                                                        00018100
       01 WRK-REG0.                                                     00018200
          05 FILLER              PIC X(03) VALUE '033'.                 00018300
          05 FILLER              PIC X(04) VALUE '0000'.                00018400
          05 FILLER              PIC X(01) VALUE '0'.                   00018500
          05 FILLER              PIC X(30) VALUE                        00018600
             'FOURSYS                       '.                          00018700
          05 WRK-REG0-DATA       PIC 9(08).                             00018800
          05 WRK-REG0-HORA       PIC 9(06).                             00018900
          05 FILLER              PIC X(188) VALUE SPACES.               00019000
                                                                        00019100
       01 WRK-REG1.                                                     00019200
          05 FILLER              PIC X(03) VALUE '033'.                 00019300
          05 FILLER              PIC X(04) VALUE '0001'.                00019400
          05 FILLER              PIC X(01) VALUE '1'.                   00019500
          05 FILLER              PIC X(30) VALUE                        00019600
             'LOTE DE CREDITO DE SALARIO    '.                          00019700
          05 WRK-REG1-DATA       PIC 9(08).                             00019800
          05 FILLER              PIC X(194) VALUE SPACES.               00019900
                                                                        00020000
       01 WRK-REG3.                                                     00020100
          05 FILLER              PIC X(03) VALUE '033'.                 00020200
          05 FILLER              PIC X(04) VALUE '0001'.                00020300
          05 FILLER              PIC X(01) VALUE '3'.                   00020400
          05 WRK-REG3-SEQUENCIA  PIC 9(05).                             00020500
          05 FILLER              PIC X(01) VALUE 'A'.                   00020600
          05 WRK-REG3-AGENCIA    PIC X(04).                             00020700
          05 WRK-REG3-CONTA      PIC X(04).                             00020800
          05 WRK-REG3-VALOR      PIC 9(08).                             00020900
          05 WRK-REG3-DATA       PIC 9(08).                             00021000
          05 WRK-REG3-TIPOMOV    PIC X(01).                             00021100
          05 WRK-REG3-HISTORICO  PIC X(30).                             00021200
          05 FILLER              PIC X(03) VALUE SPACES.                00021300
          05 WRK-REG3-FAVORECIDO.                                       00021400
             10 WRK-REG3-FAV-BANCO    PIC X(03).                        00021500
             10 WRK-REG3-FAV-AGENCIA  PIC X(04).                        00021600
             10 WRK-REG3-FAV-CONTA    PIC X(12).                        00021700
             10 WRK-REG3-FAV-NOME     PIC X(30).                        00021800
             10 WRK-REG3-FAV-TITULO   PIC 9(10).                        00021900
             10 WRK-REG3-FAV-DATA     PIC 9(08).                        00022000
             10 WRK-REG3-FAV-VALOR    PIC 9(09)V99.                     00022100
          05 FILLER              PIC X(90) VALUE SPACES.                00022200
                                                                        00022300
       01 WRK-REG5.                                                     00022400
          05 FILLER              PIC X(03) VALUE '033'.                 00022500
          05 FILLER              PIC X(04) VALUE '0001'.                00022600
          05 FILLER              PIC X(01) VALUE '5'.                   00022700
          05 WRK-REG5-QTD        PIC 9(05).                             00022800
          05 WRK-REG5-SOMA       PIC 9(15).                             00022900
          05 FILLER              PIC X(212) VALUE SPACES.               00023000
                                                                        00023100
       01 WRK-REG9.                                                     00023200
          05 FILLER              PIC X(03) VALUE '033'.                 00023300
          05 FILLER              PIC X(04) VALUE '9999'.                00023400
          05 FILLER              PIC X(01) VALUE '9'.                   00023500
          05 WRK-REG9-QTDLOTES   PIC 9(05).                             00023600
          05 WRK-REG9-QTDREGS    PIC 9(07).                             00023700
          05 FILLER              PIC X(220) VALUE SPACES.               00023800
                                                                        00023900
       01 FILLER          PIC X(64) VALUE                               00024000
           '-----------LINHAS DO RELATORIO------------------'.          00024100
                                                                        00024200
       01 WRK-LINHA-TITULO.                                             00024300
          05 FILLER              PIC X(46) VALUE                        00024400
             'REMESSA DE SALARIO - CONTAS EM OUTROS BANCOS  '.          00024500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00024600
          05 WRK-TIT-DATA        PIC 9(08).                             00024700
          05 FILLER              PIC X(18) VALUE SPACES.                00024800
                                                                        00024900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00025000
                                                                        00025100
       01 WRK-LINHA-ITEM.                                               00025200
          05 WRK-ITM-SITUACAO    PIC X(08).                             00025300
          05 FILLER              PIC X(01) VALUE SPACE.                 00025400
          05 WRK-ITM-ID          PIC 9(05).                             00025500
          05 FILLER              PIC X(01) VALUE SPACE.                 00025600
          05 WRK-ITM-NOME        PIC X(30).                             00025700
          05 FILLER              PIC X(01) VALUE SPACE.                 00025800
          05 WRK-ITM-DETALHE.                                           00025900
             10 WRK-ITM-BANCO    PIC X(03).                             00026000
             10 FILLER           PIC X(01).                             00026100
             10 WRK-ITM-AGENCIA  PIC X(04).                             00026200
             10 FILLER           PIC X(01).                             00026300
             10 WRK-ITM-CONTA    PIC X(12).                             00026400
             10 WRK-ITM-VALOR    PIC Z.ZZZ.ZZ9,99.                      00026500
          05 FILLER              PIC X(01) VALUE SPACE.                 00026600
                                                                        00026700
       01 WRK-LINHA-TOTAL.                                              00026800
          05 WRK-TOT-ROTULO      PIC X(30).                             00026900
          05 WRK-TOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                00027000
          05 FILLER              PIC X(32) VALUE SPACES.                00027100
                                                                        00027116
       01 WRK-LINHA-QTD.                                                00027133
          05 WRK-QTD-ROTULO      PIC X(30).                             00027150
          05 WRK-QTD-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00027166
          05 FILLER              PIC X(35) VALUE SPACES.                00027183
                                                                        00027200
      *=============================================================*   00027300
       PROCEDURE DIVISION.                                              00027400
      *=============================================================*   00027500
                                                                        00027600
      *-------------------------------------------------------------*   00027700
       0000-PRINCIPAL                           SECTION.                00027800
      *-------------------------------------------------------------*   00027900
                                                                        00028000
            PERFORM  1000-INICIAR.                                      00028100
                                                                        00028200
            PERFORM  1200-LER-FOLHA.                                    00028300
            PERFORM  1300-LER-FUNCCTA.                                  00028400
                                                                        00028500
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FOLHA.                00028600
                                                                        00028700
            PERFORM  3000-FINALIZAR.                                    00028800
                                                                        00028900
            STOP RUN.                                                   00029000
                                                                        00029100
      *-------------------------------------------------------------*   00029200
       1000-INICIAR                             SECTION.                00029300
      *-------------------------------------------------------------*   00029400
             OPEN INPUT  FOLHA FUNCCTA                                  00029500
                  OUTPUT REMSAL RELSEX.                                 00029600
                                                                        00029700
               PERFORM 4000-TESTARSTATUS.                               00029800
                                                                        00029900
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00030000
               ACCEPT WRK-HORA-AGORA FROM TIME.                         00030100
                                                                        00030200
               ACCEPT WRK-DATAPAGTO FROM SYSIN.                         00030300
               IF WRK-DATAPAGTO-AC NUMERIC                              00030400
                  AND WRK-DATAPAGTO-AC GREATER ZEROES                   00030500
                  MOVE WRK-DATAPAGTO-AC TO WRK-DATA-PAGTO               00030600
               ELSE                                                     00030700
                  MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO                  00030800
               END-IF.                                                  00030900
               ACCEPT WRK-CONTAEMP FROM SYSIN.                          00031000
               IF WRK-CONTAEMP-AC EQUAL SPACES                          00031100
                  MOVE 'CONTA DA EMPRESA NAO INFORMADA' TO WRK-MSGERRO  00031200
                  MOVE '1000' TO WRK-SECAO                              00031300
                  PERFORM 9100-ERRO-CONTROLE                            00031400
               END-IF.                                                  00031500
                                                                        00031600
               MOVE WRK-DATA-PAGTO TO WRK-TIT-DATA.                     00031700
               MOVE WRK-DATA-HOJE  TO WRK-REG0-DATA.                    00031800
               MOVE WRK-HORA-AGORA TO WRK-REG0-HORA.                    00031900
               WRITE FD-REMSAL FROM WRK-REG0.                           00032000
               ADD 1 TO WRK-QTD-REGISTROS.                              00032100
                                                                        00032200
               MOVE WRK-DATA-PAGTO TO WRK-REG1-DATA.                    00032300
               WRITE FD-REMSAL FROM WRK-REG1.                           00032400
               ADD 1 TO WRK-QTD-REGISTROS.                              00032500
                                                                        00032600
               WRITE FD-RELSEX FROM WRK-LINHA-TRACO.                    00032700
               WRITE FD-RELSEX FROM WRK-LINHA-TITULO.                   00032800
               WRITE FD-RELSEX FROM WRK-LINHA-TRACO.                    00032900
                                                                        00033000
               MOVE 'FR19EX65' TO WRK-EST-PROGRAMA.                     00033100
               MOVE 'I' TO WRK-EST-EVENTO.                              00033200
               MOVE ZEROES TO WRK-EST-LIDOS                             00033300
                              WRK-EST-GRAVADOS                          00033400
                              WRK-EST-REJEITADOS.                       00033500
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00033600
                                                                        00033700
       1000-99-FIM.              EXIT.                                  00033800
      *-------------------------------------------------------------*   00033900
       1200-LER-FOLHA                           SECTION.                00034000
      *-------------------------------------------------------------*   00034100
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00034200
             MOVE 'N' TO WRK-SW-DADO-FOL.                               00034300
             PERFORM 1210-LER-REG-FOLHA UNTIL WRK-DADO-FOL-OK.          00034400
       1200-99-FIM.              EXIT.                                  00034500
      *-------------------------------------------------------------*   00034600
       1210-LER-REG-FOLHA                       SECTION.                00034700
      *-------------------------------------------------------------*   00034800
             READ FOLHA                                                 00034900
               AT END                                                   00035000
                 MOVE 'S' TO WRK-SW-FIM-FOL                             00035100
                 MOVE 'S' TO WRK-SW-DADO-FOL                            00035200
             END-READ.                                                  00035300
             PERFORM 4100-TESTARSTATUS-FOLHA.                           00035400
             IF WRK-FS-FOLHA EQUAL 00                                   00035500
                IF FD-FOLHA (1:9) NOT EQUAL 'CABECALHO'                 00035600
                   AND FD-FOLHA (1:6) NOT EQUAL 'RODAPE'                00035700
                   ADD 1 TO WRK-REGFOLHA                                00035800
                   MOVE 'S' TO WRK-SW-DADO-FOL                          00035900
                END-IF                                                  00036000
             END-IF.                                                    00036100
       1210-99-FIM.              EXIT.                                  00036200
      *-------------------------------------------------------------*   00036300
       1300-LER-FUNCCTA                         SECTION.                00036400
      *-------------------------------------------------------------*   00036500
             READ FUNCCTA                                               00036600
               AT END                                                   00036700
                 MOVE 99999 TO FD-FCT-IDFUNC                            00036800
                 MOVE 'S' TO WRK-SW-FIM-FCT                             00036900
             END-READ.                                                  00037000
             PERFORM 4200-TESTARSTATUS-FUNCCTA.                         00037100
       1300-99-FIM.              EXIT.                                  00037200
      *-------------------------------------------------------------*   00037300
       2000-PROCESSAR                           SECTION.                00037400
      *-------------------------------------------------------------*   00037500
      *   CASAMENTO FOLHA X VINCULO POR ID. SO O VINCULO COM CODIGO *   00037600
      *   DE BANCO E PAGO AQUI; OS DEMAIS SAO DO FR19EX40.          *   00037700
      *-------------------------------------------------------------*   00037800
            EVALUATE TRUE                                               00037900
             WHEN FD-FCT-IDFUNC LESS FD-FOL-ID                          00038000
               PERFORM 1300-LER-FUNCCTA                                 00038100
             WHEN FD-FCT-IDFUNC EQUAL FD-FOL-ID                         00038200
                  AND NOT WRK-FIM-FUNCCTA                               00038300
               IF FD-FCT-BANCO EQUAL SPACES                             00038400
                  ADD 1 TO WRK-QTD-INTERNO                              00038500
               ELSE                                                     00038600
                  PERFORM 2100-CRITICAR-E-REMETER                       00038700
               END-IF                                                   00038800
               PERFORM 1200-LER-FOLHA                                   00038900
             WHEN OTHER                                                 00039000
               ADD 1 TO WRK-QTD-SEMVINC                                 00039100
               PERFORM 1200-LER-FOLHA                                   00039200
            END-EVALUATE.                                               00039300
                                                                        00039400
       2000-99-FIM.              EXIT.                                  00039500
      *-------------------------------------------------------------*   00039600
       2100-CRITICAR-E-REMETER                  SECTION.                00039700
      *-------------------------------------------------------------*   00039800
            MOVE FD-FOL-ID       TO WRK-ITM-ID.                         00039900
            MOVE FD-FOL-NOME     TO WRK-ITM-NOME.                       00040000
            MOVE SPACES          TO WRK-ITM-DETALHE.                    00040100
            MOVE FD-FCT-BANCO    TO WRK-ITM-BANCO.                      00040200
            MOVE FD-FCT-AGENCIA  TO WRK-ITM-AGENCIA.                    00040300
            MOVE FD-FCT-CONTA-EXT TO WRK-ITM-CONTA.                     00040400
            MOVE FD-FOL-LIQUIDO  TO WRK-ITM-VALOR.                      00040500
                                                                        00040600
            IF FD-FCT-BANCO NOT NUMERIC                                 00040700
               OR FD-FCT-AGENCIA EQUAL SPACES                           00040800
               OR FD-FCT-CONTA-EXT EQUAL SPACES                         00040900
               MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                      00041000
               MOVE 'CONTA EXTERNA INCOMPLETA' TO WRK-ITM-DETALHE       00041100
               WRITE FD-RELSEX FROM WRK-LINHA-ITEM                      00041200
               ADD 1 TO WRK-QTD-RECUSA                                  00041300
               GO TO 2100-99-FIM.                                       00041400
            IF FD-FOL-LIQUIDO EQUAL ZEROES                              00041500
               MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                      00041600
               MOVE 'LIQUIDO ZERADO'           TO WRK-ITM-DETALHE       00041700
               WRITE FD-RELSEX FROM WRK-LINHA-ITEM                      00041800
               ADD 1 TO WRK-QTD-RECUSA                                  00041900
               GO TO 2100-99-FIM.                                       00042000
                                                                        00042100
            PERFORM 2200-GRAVAR-DETALHE.                                00042200
            MOVE 'REMETIDO' TO WRK-ITM-SITUACAO.                        00042300
            WRITE FD-RELSEX FROM WRK-LINHA-ITEM.                        00042400
                                                                        00042500
       2100-99-FIM.              EXIT.                                  00042600
      *-------------------------------------------------------------*   00042700
       2200-GRAVAR-DETALHE                      SECTION.                00042800
      *-------------------------------------------------------------*   00042900
            COMPUTE WRK-VLR-INTEIRO ROUNDED = FD-FOL-LIQUIDO.           00043000
            ADD 1 TO WRK-QTD-DETALHES.                                  00043100
            MOVE WRK-QTD-DETALHES  TO WRK-REG3-SEQUENCIA.               00043200
            MOVE WRK-CONTAEMP-AG   TO WRK-REG3-AGENCIA.                 00043300
            MOVE WRK-CONTAEMP-CTA  TO WRK-REG3-CONTA.                   00043400
            MOVE WRK-VLR-INTEIRO   TO WRK-REG3-VALOR.                   00043500
            MOVE WRK-DATA-PAGTO    TO WRK-REG3-DATA.                    00043600
            MOVE 'S'               TO WRK-REG3-TIPOMOV.                 00043700
            MOVE SPACES            TO WRK-REG3-HISTORICO.               00043800
            STRING 'CREDITO SALARIO ID ' FD-FOL-ID                      00043900
                   DELIMITED BY SIZE INTO WRK-REG3-HISTORICO.           00044000
            MOVE FD-FCT-BANCO      TO WRK-REG3-FAV-BANCO.               00044100
            MOVE FD-FCT-AGENCIA    TO WRK-REG3-FAV-AGENCIA.             00044200
            MOVE FD-FCT-CONTA-EXT  TO WRK-REG3-FAV-CONTA.               00044300
            MOVE FD-FOL-NOME       TO WRK-REG3-FAV-NOME.                00044400
            MOVE FD-FOL-ID         TO WRK-REG3-FAV-TITULO.              00044500
            MOVE WRK-DATA-PAGTO    TO WRK-REG3-FAV-DATA.                00044600
            MOVE FD-FOL-LIQUIDO    TO WRK-REG3-FAV-VALOR.               00044700
            WRITE FD-REMSAL FROM WRK-REG3.                              00044800
            ADD 1 TO WRK-QTD-REGISTROS.                                 00044900
            ADD WRK-VLR-INTEIRO TO WRK-SOMA-VALORES.                    00045000
            ADD FD-FOL-LIQUIDO  TO WRK-TOT-LIQUIDO.                     00045100
                                                                        00045200
       2200-99-FIM.              EXIT.                                  00045300
      *-------------------------------------------------------------*   00045400
       3000-FINALIZAR                           SECTION.                00045500
      *-------------------------------------------------------------*   00045600
             MOVE WRK-QTD-DETALHES TO WRK-REG5-QTD.                     00045700
             MOVE WRK-SOMA-VALORES TO WRK-REG5-SOMA.                    00045800
             WRITE FD-REMSAL FROM WRK-REG5.                             00045900
             ADD 1 TO WRK-QTD-REGISTROS.                                00046000
                                                                        00046100
             MOVE 1 TO WRK-REG9-QTDLOTES.                               00046200
             ADD 1 TO WRK-QTD-REGISTROS.                                00046300
             MOVE WRK-QTD-REGISTROS TO WRK-REG9-QTDREGS.                00046400
             WRITE FD-REMSAL FROM WRK-REG9.                             00046500
                                                                        00046600
             WRITE FD-RELSEX FROM WRK-LINHA-TRACO.                      00046700
             MOVE 'PAGAMENTOS REMETIDOS........: '                      00046800
                  TO WRK-QTD-ROTULO.                                    00046900
             MOVE WRK-QTD-DETALHES TO WRK-QTD-VALOR.                    00047000
             WRITE FD-RELSEX FROM WRK-LINHA-QTD.                        00047100
             MOVE 'LIQUIDO REMETIDO............: '                      00047200
                  TO WRK-TOT-ROTULO.                                    00047300
             MOVE WRK-TOT-LIQUIDO TO WRK-TOT-VALOR.                     00047400
             WRITE FD-RELSEX FROM WRK-LINHA-TOTAL.                      00047500
             MOVE 'SOMATORIA DO LOTE (INTEIROS): '                      00047600
                  TO WRK-TOT-ROTULO.                                    00047700
             MOVE WRK-SOMA-VALORES TO WRK-TOT-VALOR.                    00047800
             WRITE FD-RELSEX FROM WRK-LINHA-TOTAL.                      00047900
             MOVE 'REGISTROS NO ARQUIVO REMSAL.: '                      00048000
                  TO WRK-QTD-ROTULO.                                    00048100
             MOVE WRK-QTD-REGISTROS TO WRK-QTD-VALOR.                   00048200
             WRITE FD-RELSEX FROM WRK-LINHA-QTD.                        00048300
             MOVE 'RECUSADOS NA CRITICA........: '                      00048400
                  TO WRK-QTD-ROTULO.                                    00048500
             MOVE WRK-QTD-RECUSA TO WRK-QTD-VALOR.                      00048600
             WRITE FD-RELSEX FROM WRK-LINHA-QTD.                        00048700
             WRITE FD-RELSEX FROM WRK-LINHA-TRACO.                      00048800
                                                                        00048900
             CLOSE FOLHA FUNCCTA REMSAL RELSEX.                         00049000
              DISPLAY ' ============================================'.  00049100
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX65          '.  00049200
              DISPLAY ' ============================================'.  00049300
              DISPLAY ' CONTRACHEQUES LIDOS........' WRK-REGFOLHA.      00049400
              DISPLAY ' PAGOS PELO FR19EX40........' WRK-QTD-INTERNO.   00049500
              DISPLAY ' SEM VINCULO CONTA-SALARIO..' WRK-QTD-SEMVINC.   00049600
              DISPLAY ' REMETIDOS A OUTROS BANCOS..' WRK-QTD-DETALHES.  00049700
              DISPLAY ' RECUSADOS NA CRITICA.......' WRK-QTD-RECUSA.    00049800
              DISPLAY ' SOMATORIA DO LOTE..........' WRK-SOMA-VALORES.  00049900
              DISPLAY ' ============================================'.  00050000
                                                                        00050100
              MOVE 'F' TO WRK-EST-EVENTO.                               00050200
              MOVE WRK-REGFOLHA     TO WRK-EST-LIDOS.                   00050300
              MOVE WRK-QTD-DETALHES TO WRK-EST-GRAVADOS.                00050400
              MOVE WRK-QTD-RECUSA   TO WRK-EST-REJEITADOS.              00050500
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00050600
                                                                        00050700
       3000-99-FIM.              EXIT.                                  00050800
      *-------------------------------------------------------------*   00050900
       4000-TESTARSTATUS                            SECTION.            00051000
      *-------------------------------------------------------------*   00051100
                 PERFORM 4100-TESTARSTATUS-FOLHA.                       00051200
                 PERFORM 4200-TESTARSTATUS-FUNCCTA.                     00051300
                 IF WRK-FS-REMSAL NOT EQUAL 00                          00051400
                   MOVE 'ERRO NO OPEN REMSAL   ' TO WRK-MSGERRO         00051500
                   MOVE '1000'                   TO WRK-SECAO           00051600
                   MOVE WRK-FS-REMSAL            TO WRK-STATUS          00051700
                    PERFORM 9000-TRATAERROS                             00051800
                 END-IF.                                                00051900
                 IF WRK-FS-RELSEX NOT EQUAL 00                          00052000
                   MOVE 'ERRO NO OPEN RELSEX   ' TO WRK-MSGERRO         00052100
                   MOVE '1000'                   TO WRK-SECAO           00052200
                   MOVE WRK-FS-RELSEX            TO WRK-STATUS          00052300
                    PERFORM 9000-TRATAERROS                             00052400
                 END-IF.                                                00052500
                                                                        00052600
       4000-99-FIM.              EXIT.                                  00052700
      *-------------------------------------------------------------*   00052800
       4100-TESTARSTATUS-FOLHA                      SECTION.            00052900
      *-------------------------------------------------------------*   00053000
               IF WRK-FS-FOLHA NOT EQUAL 00                             00053100
                           AND WRK-FS-FOLHA NOT EQUAL 10                00053200
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00053300
                 MOVE '1200'                   TO WRK-SECAO             00053400
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00053500
                  PERFORM 9000-TRATAERROS                               00053600
               END-IF.                                                  00053700
                                                                        00053800
       4100-99-FIM.              EXIT.                                  00053900
      *-------------------------------------------------------------*   00054000
       4200-TESTARSTATUS-FUNCCTA                    SECTION.            00054100
      *-------------------------------------------------------------*   00054200
               IF WRK-FS-FUNCCTA NOT EQUAL 00                           00054300
                           AND WRK-FS-FUNCCTA NOT EQUAL 10              00054400
                 MOVE 'ERRO NO FUNCCTA       ' TO WRK-MSGERRO           00054500
                 MOVE '1300'                   TO WRK-SECAO             00054600
                 MOVE WRK-FS-FUNCCTA           TO WRK-STATUS            00054700
                  PERFORM 9000-TRATAERROS                               00054800
               END-IF.                                                  00054900
                                                                        00055000
       4200-99-FIM.              EXIT.                                  00055100
      *-------------------------------------------------------------*   00055200
       9100-ERRO-CONTROLE                           SECTION.            00055300
      *-------------------------------------------------------------*   00055400
           MOVE 'FR19EX65' TO WRK-PROGRAMA.                             00055500
           MOVE 'E'        TO WRK-SEVERIDADE.                           00055600
           MOVE '08'       TO WRK-STATUS.                               00055700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00055800
           MOVE 8 TO RETURN-CODE.                                       00055900
           STOP RUN.                                                    00056000
                                                                        00056100
       9100-99-FIM.              EXIT.                                  00056200
      *-------------------------------------------------------------*   00056300
       9000-TRATAERROS                              SECTION.            00056400
      *-------------------------------------------------------------*   00056500
           MOVE 'FR19EX65' TO WRK-PROGRAMA                              00056600
           MOVE 'E'        TO WRK-SEVERIDADE                            00056700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00056800
           GOBACK.                                                      00056900
                                                                        00057000
       9000-99-FIM.              EXIT.                                  00057100
