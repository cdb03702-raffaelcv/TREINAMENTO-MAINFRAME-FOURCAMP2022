      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX58.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RETORNO DO DEBITO AUTOMATICO AS CONVENIADAS.    *   00001200
      *    RODA DEPOIS DA POSTAGEM: CADA FATURA DO DEBCONV DA NOITE *   00001300
      *    (GERADO PELO FR19EX57) RECEBE O CODIGO DE RETORNO:       *   00001400
      *     00 - DEBITADA (PAGA)                                    *   00001500
      *     01 - RECUSADA POR INSUFICIENCIA DE FUNDOS               *   00001600
      *     02 - SEM AUTORIZACAO DE DEBITO                          *   00001700
      *     03 - VALOR ACIMA DO TETO AUTORIZADO                     *   00001800
      *     04 - CONTA BLOQUEADA OU INEXISTENTE                     *   00001900
      *    O DEBITO GERADO E DADO COMO PAGO, SALVO QUANDO O         *   00002000
      *    MOV0106R DA POSTAGEM TRAZ UMA RECUSA TIPOMOV 'U' DA      *   00002100
      *    MESMA CONTA E VALOR (CADA RECUSA CASA UMA UNICA FATURA); *   00002200
      *    O MOTIVO DA RECUSA DIZ SE FOI LIMITE (01) OU BLOQUEIO/   *   00002300
      *    CONTA INEXISTENTE (04).                                  *   00002400
      *    O RETCONV SAI EM UM BLOCO POR CONVENIO - CABECALHO COM O *   00002500
      *    CONVENIO E A DATA, AS FATURAS, E RODAPE COM A QUANTIDADE *   00002600
      *    E O TOTAL DEBITADO - PARA A TRANSMISSAO A CADA           *   00002700
      *    CONVENIADA. O RELRET RESUME O RETORNO POR CONVENIO.      *   00002800
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003100
      *    DEBCONV              I                  -----------      *   00003200
      *    MOV0106R             I                  -----------      *   00003300
      *    RETCONV              O                  -----------      *   00003400
      *    RELRET               O                  -----------      *   00003500
      *-------------------------------------------------------------*   00003600
      *   MODULOS....:                             INCLUDE/BOOK     *   00003700
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003800
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00003900
      *=============================================================*   00004000
                                                                        00004100
      *=============================================================*   00004200
       ENVIRONMENT                               DIVISION.              00004300
      *=============================================================*   00004400
                                                                        00004500
      *=============================================================*   00004600
       CONFIGURATION                               SECTION.             00004700
      *=============================================================*   00004800
       SPECIAL-NAMES.                                                   00004900
           DECIMAL-POINT IS COMMA.                                      00005000
                                                                        00005100
       INPUT-OUTPUT                                SECTION.             00005200
       FILE-CONTROL.                                                    00005300
            SELECT DEBCONV ASSIGN TO DEBCONV                            00005400
                 FILE STATUS IS WRK-FS-DEBCONV.                         00005500
                                                                        00005600
            SELECT MOV0106R ASSIGN TO MOV0106R                          00005700
                 FILE STATUS IS WRK-FS-MOV0106R.                        00005800
                                                                        00005900
      *--------------ARQUIVOS SAIDAS--------------------------------*   00006000
                                                                        00006100
            SELECT RETCONV ASSIGN TO RETCONV                            00006200
                 FILE STATUS IS WRK-FS-RETCONV.                         00006300
                                                                        00006400
            SELECT RELRET ASSIGN TO RELRET                              00006500
                 FILE STATUS IS WRK-FS-RELRET.                          00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
      *-------------------LRECL 80----------------------------------*   00007200
       FD DEBCONV                                                       00007300
           RECORDING MODE IS F                                          00007400
           LABEL RECORD IS STANDARD                                     00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-DEBCONV.                                                   00007700
          05 FD-DBC-CONVENIO         PIC X(06).                         00007800
          05 FD-DBC-CONSUMIDOR       PIC X(20).                         00007900
          05 FD-DBC-FATURA           PIC X(12).                         00008000
          05 FD-DBC-VENCIMENTO       PIC 9(08).                         00008100
          05 FD-DBC-VALOR            PIC 9(08).                         00008200
          05 FD-DBC-CHAVE            PIC X(08).                         00008300
          05 FD-DBC-SITUACAO         PIC X(01).                         00008400
          05 FD-DBC-DATA-CICLO       PIC 9(08).                         00008500
          05 FILLER                  PIC X(09).                         00008600
                                                                        00008700
      *-------------------LRECL 85----------------------------------*   00008800
       FD MOV0106R                                                      00008900
           RECORDING MODE IS F                                          00009000
           LABEL RECORD IS STANDARD                                     00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
       01 FD-MOV0106R.                                                  00009300
          05 FD-MOVR-CHAVE.                                             00009400
             10 FD-MOVR-AGENCIA      PIC X(04).                         00009500
             10 FD-MOVR-CONTA        PIC X(04).                         00009600
          05 FD-MOVR-NOME            PIC X(30).                         00009700
          05 FD-MOVR-SALDO           PIC S9(08).                        00009800
          05 FD-MOVR-VLRMOVIMENTO    PIC 9(08).                         00009900
          05 FD-MOVR-MOTIVO          PIC X(30).                         00010000
          05 FD-MOVR-TIPOMOV         PIC X(01).                         00010100
                                                                        00010200
      *-------------------LRECL 80----------------------------------*   00010300
       FD RETCONV                                                       00010400
           RECORDING MODE IS F.                                         00010500
       01 FD-RETCONV.                                                   00010600
          05 FD-RET-CONVENIO         PIC X(06).                         00010700
          05 FD-RET-CONSUMIDOR       PIC X(20).                         00010800
          05 FD-RET-FATURA           PIC X(12).                         00010900
          05 FD-RET-VENCIMENTO       PIC 9(08).                         00011000
          05 FD-RET-VALOR            PIC 9(08).                         00011100
          05 FD-RET-RETORNO          PIC 9(02).                         00011200
          05 FD-RET-DATA-DEBITO      PIC 9(08).                         00011300
          05 FILLER                  PIC X(16).                         00011400
                                                                        00011500
      *-------------------LRECL 80----------------------------------*   00011600
       FD RELRET                                                        00011700
           RECORDING MODE IS F.                                         00011800
       01 FD-RELRET                 PIC X(80).                          00011900
                                                                        00012000
      *=============================================================*   00012100
       WORKING-STORAGE                             SECTION.             00012200
      *=============================================================*   00012300
                                                                        00012400
       01 FILLER          PIC X(64) VALUE                               00012500
           '-----------BOOK LOGERROS------------------------'.          00012600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00012700
       COPY '#GLOG'.                                                    00012800
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00012900
       COPY '#GSTAT'.                                                   00013000
      *-------------------------------------------------------------*   00013100
                                                                        00013200
       01 FILLER          PIC X(64) VALUE                               00013300
           '-----------VARIAVEIS DE STATUS------------------'.          00013400
                                                                        00013500
       77 WRK-FS-DEBCONV  PIC 9(02).                                    00013600
       77 WRK-FS-MOV0106R PIC 9(02).                                    00013700
       77 WRK-FS-RETCONV  PIC 9(02).                                    00013800
       77 WRK-FS-RELRET   PIC 9(02).                                    00013900
                                                                        00014000
       01 FILLER          PIC X(64) VALUE                               00014100
           '-----------RECUSAS DE DEBITO AUTOMATICO---------'.          00014200
                                                                        00014300
       77 WRK-QTD-REC     PIC 9(04) VALUE ZEROES.                       00014400
       77 WRK-SUB-REC     PIC 9(04) VALUE ZEROES.                       00014500
       77 WRK-IDX-REC     PIC 9(04) VALUE ZEROES.                       00014600
       01 WRK-TAB-RECUSAS.                                              00014700
          05 WRK-REC-LINHA OCCURS 2000 TIMES.                           00014800
             10 WRK-REC-CHAVE       PIC X(08).                          00014900
             10 WRK-REC-VALOR       PIC 9(08).                          00015000
             10 WRK-REC-RETORNO     PIC 9(02).                          00015100
             10 WRK-REC-SW-USADA    PIC X(01).                          00015200
                                                                        00015300
       01 FILLER          PIC X(64) VALUE                               00015400
           '-----------FATURAS DA NOITE EM MEMORIA----------'.          00015500
                                                                        00015600
       77 WRK-QTD-FAT     PIC 9(04) VALUE ZEROES.                       00015700
       77 WRK-SUB-FAT     PIC 9(04) VALUE ZEROES.                       00015800
       77 WRK-SUB-GRP     PIC 9(04) VALUE ZEROES.                       00015900
       01 WRK-TAB-FATURAS.                                              00016000
          05 WRK-FAT-LINHA OCCURS 5000 TIMES.                           00016100
             10 WRK-TFT-CONVENIO    PIC X(06).                          00016200
             10 WRK-TFT-CONSUMIDOR  PIC X(20).                          00016300
             10 WRK-TFT-FATURA      PIC X(12).                          00016400
             10 WRK-TFT-VENCIMENTO  PIC 9(08).                          00016500
             10 WRK-TFT-VALOR       PIC 9(08).                          00016600
             10 WRK-TFT-RETORNO     PIC 9(02).                          00016700
             10 WRK-TFT-DATA-DEBITO PIC 9(08).                          00016800
             10 WRK-TFT-SW-LISTADA  PIC X(01).                          00016900
                                                                        00017000
       01 FILLER          PIC X(64) VALUE                               00017100
           '-----------TOTAIS DO CONVENIO EM CURSO----------'.          00017200
                                                                        00017300
       77 WRK-CONVENIO-ATUAL PIC X(06) VALUE SPACES.                    00017400
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00017500
       77 WRK-CNV-QTD        PIC 9(05) VALUE ZEROES.                    00017600
       77 WRK-CNV-DEBITADO   PIC 9(12) VALUE ZEROES.                    00017700
       01 WRK-CNV-RETORNOS.                                             00017800
          05 WRK-CNV-QTD-RET    PIC 9(05) OCCURS 5 TIMES.               00017900
       77 WRK-SUB-RET        PIC 9(01) VALUE ZEROES.                    00018000
                                                                        00018100
       01 FILLER          PIC X(64) VALUE                               00018200
           '-----------CONTADORES E CONTROLES---------------'.          00018300
                                                                        00018400
       77 WRK-SW-FIM-DBC  PIC X(01) VALUE 'N'.                          00018500
           88 WRK-FIM-DEBCONV       VALUE 'S'.                          00018600
       77 WRK-SW-FIM-REC  PIC X(01) VALUE 'N'.                          00018700
           88 WRK-FIM-MOV0106R      VALUE 'S'.                          00018800
                                                                        00018900
       77 WRK-REGDEBCONV  PIC 9(05) VALUE ZEROES.                       00019000
       77 WRK-REGRECUSA   PIC 9(05) VALUE ZEROES.                       00019100
       77 WRK-QTD-CONV    PIC 9(05) VALUE ZEROES.                       00019200
       77 WRK-REGRETCONV  PIC 9(05) VALUE ZEROES.                       00019300
       77 WRK-QTD-PAGAS   PIC 9(05) VALUE ZEROES.                       00019400
       77 WRK-QTD-NAOPAGA PIC 9(05) VALUE ZEROES.                       00019500
       77 WRK-TOT-DEBITADO PIC 9(12) VALUE ZEROES.                      00019600
                                                                        00019700
       01 FILLER          PIC X(64) VALUE                               00019800
           '-----------CONTROLE DOS BLOCOS DO RETCONV-------'.          00019900
                                                                        00020000
       01 WRK-RETCONV-CAB.                                              00020100
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00020200
          05 FILLER              PIC X(01) VALUE SPACE.                 00020300
          05 WRK-CABR-CONVENIO   PIC X(06).                             00020400
          05 FILLER              PIC X(01) VALUE SPACE.                 00020500
          05 WRK-CABR-DATA       PIC 9(08).                             00020600
          05 FILLER              PIC X(01) VALUE SPACE.                 00020700
          05 FILLER              PIC X(08) VALUE 'FR19EX58'.            00020800
          05 FILLER              PIC X(46) VALUE SPACES.                00020900
                                                                        00021000
       01 WRK-RETCONV-TRL.                                              00021100
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00021200
          05 FILLER              PIC X(01) VALUE SPACE.                 00021300
          05 WRK-TRLR-CONVENIO   PIC X(06).                             00021400
          05 FILLER              PIC X(01) VALUE SPACE.                 00021500
          05 WRK-TRLR-QTD        PIC 9(05).                             00021600
          05 FILLER              PIC X(01) VALUE SPACE.                 00021700
          05 WRK-TRLR-DEBITADO   PIC 9(12).                             00021800
          05 FILLER              PIC X(45) VALUE SPACES.                00021900
                                                                        00022000
       01 FILLER          PIC X(64) VALUE                               00022100
           '-----------LINHAS DO RELATORIO------------------'.          00022200
                                                                        00022300
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00022400
                                                                        00022500
       01 WRK-LINHA-TITULO.                                             00022600
          05 FILLER              PIC X(50) VALUE                        00022700
             'RETORNO DO DEBITO AUTOMATICO AS CONVENIADAS       '.      00022800
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00022900
          05 WRK-TIT-DATA        PIC 9(08).                             00023000
          05 FILLER              PIC X(14) VALUE SPACES.                00023100
                                                                        00023200
       01 WRK-LINHA-CABEC.                                              00023300
          05 FILLER              PIC X(50) VALUE                        00023400
             'CONVEN FATURAS  PAGAS FUNDOS  S/AUT   TETO  BLOQ. '.      00023500
          05 FILLER              PIC X(30) VALUE                        00023600
             '  TOTAL DEBITADO              '.                          00023700
                                                                        00023800
       01 WRK-LINHA-CONVENIO.                                           00023900
          05 WRK-LCV-CONVENIO    PIC X(06).                             00024000
          05 FILLER              PIC X(02) VALUE SPACES.                00024100
          05 WRK-LCV-QTD         PIC ZZ.ZZ9.                            00024200
          05 WRK-LCV-RETORNO     PIC ZZZ.ZZ9 OCCURS 5 TIMES.            00024300
          05 FILLER              PIC X(02) VALUE SPACES.                00024400
          05 WRK-LCV-DEBITADO    PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00024500
          05 FILLER              PIC X(14) VALUE SPACES.                00024600
                                                                        00024700
      *=============================================================*   00024800
       PROCEDURE DIVISION.                                              00024900
      *=============================================================*   00025000
                                                                        00025100
      *-------------------------------------------------------------*   00025200
       0000-PRINCIPAL                           SECTION.                00025300
      *-------------------------------------------------------------*   00025400
                                                                        00025500
            PERFORM  1000-INICIAR.                                      00025600
            PERFORM  1100-CARREGAR-RECUSAS UNTIL WRK-FIM-MOV0106R.      00025700
            PERFORM  1200-CARREGAR-DEBCONV UNTIL WRK-FIM-DEBCONV.       00025800
                                                                        00025900
            WRITE FD-RELRET FROM WRK-LINHA-TRACO.                       00026000
            MOVE WRK-DATA-CICLO TO WRK-TIT-DATA.                        00026100
            WRITE FD-RELRET FROM WRK-LINHA-TITULO.                      00026200
            WRITE FD-RELRET FROM WRK-LINHA-TRACO.                       00026300
            WRITE FD-RELRET FROM WRK-LINHA-CABEC.                       00026400
            WRITE FD-RELRET FROM WRK-LINHA-TRACO.                       00026500
                                                                        00026600
            MOVE 1 TO WRK-SUB-FAT.                                      00026700
            PERFORM  2000-BLOCO-CONVENIO                                00026800
                     UNTIL WRK-SUB-FAT GREATER WRK-QTD-FAT.             00026900
                                                                        00027000
            PERFORM  3000-FINALIZAR.                                    00027100
                                                                        00027200
            STOP RUN.                                                   00027300
                                                                        00027400
      *-------------------------------------------------------------*   00027500
       1000-INICIAR                             SECTION.                00027600
      *-------------------------------------------------------------*   00027700
             OPEN INPUT  DEBCONV MOV0106R                               00027800
                  OUTPUT RETCONV RELRET.                                00027900
                                                                        00028000
               PERFORM 4000-TESTARSTATUS.                               00028100
                                                                        00028200
               MOVE 'FR19EX58' TO WRK-EST-PROGRAMA.                     00028300
               MOVE 'I' TO WRK-EST-EVENTO.                              00028400
               MOVE ZEROES TO WRK-EST-LIDOS                             00028500
                              WRK-EST-GRAVADOS                          00028600
                              WRK-EST-REJEITADOS.                       00028700
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00028800
                                                                        00028900
       1000-99-FIM.              EXIT.                                  00029000
      *-------------------------------------------------------------*   00029100
       1100-CARREGAR-RECUSAS                    SECTION.                00029200
      *-------------------------------------------------------------*   00029300
      *   SO INTERESSAM AS RECUSAS DE DEBITO AUTOMATICO (TIPO U).   *   00029400
      *-------------------------------------------------------------*   00029500
             READ MOV0106R                                              00029600
               AT END                                                   00029700
                 MOVE 'S' TO WRK-SW-FIM-REC                             00029800
             END-READ.                                                  00029900
             PERFORM 4100-TESTARSTATUS-MOV0106R.                        00030000
             IF WRK-FS-MOV0106R NOT EQUAL 00                            00030100
                GO TO 1100-99-FIM.                                      00030200
             IF FD-MOVR-TIPOMOV NOT EQUAL 'U'                           00030300
                GO TO 1100-99-FIM.                                      00030400
             IF WRK-QTD-REC NOT LESS 2000                               00030500
                MOVE 'TABELA DE RECUSAS ESGOTADA   ' TO WRK-MSGERRO     00030600
                MOVE '1100' TO WRK-SECAO                                00030700
                PERFORM 9100-ERRO-CONTROLE                              00030800
             END-IF.                                                    00030900
             ADD 1 TO WRK-QTD-REC.                                      00031000
             ADD 1 TO WRK-REGRECUSA.                                    00031100
             MOVE FD-MOVR-CHAVE        TO WRK-REC-CHAVE (WRK-QTD-REC).  00031200
             MOVE FD-MOVR-VLRMOVIMENTO TO WRK-REC-VALOR (WRK-QTD-REC).  00031300
             MOVE 'N' TO WRK-REC-SW-USADA (WRK-QTD-REC).                00031400
             IF FD-MOVR-MOTIVO (1:24) EQUAL                             00031500
                'DEBITO RECUSADO - LIMITE'                              00031600
                MOVE 01 TO WRK-REC-RETORNO (WRK-QTD-REC)                00031700
             ELSE                                                       00031800
                MOVE 04 TO WRK-REC-RETORNO (WRK-QTD-REC)                00031900
             END-IF.                                                    00032000
       1100-99-FIM.              EXIT.                                  00032100
      *-------------------------------------------------------------*   00032200
       1200-CARREGAR-DEBCONV                    SECTION.                00032300
      *-------------------------------------------------------------*   00032400
             READ DEBCONV                                               00032500
               AT END                                                   00032600
                 MOVE 'S' TO WRK-SW-FIM-DBC                             00032700
             END-READ.                                                  00032800
             PERFORM 4200-TESTARSTATUS-DEBCONV.                         00032900
             IF WRK-FS-DEBCONV NOT EQUAL 00                             00033000
                GO TO 1200-99-FIM.                                      00033100
             IF WRK-QTD-FAT NOT LESS 5000                               00033200
                MOVE 'TABELA DE FATURAS ESGOTADA   ' TO WRK-MSGERRO     00033300
                MOVE '1200' TO WRK-SECAO                                00033400
                PERFORM 9100-ERRO-CONTROLE                              00033500
             END-IF.                                                    00033600
             ADD 1 TO WRK-QTD-FAT.                                      00033700
             ADD 1 TO WRK-REGDEBCONV.                                   00033800
             MOVE FD-DBC-DATA-CICLO  TO WRK-DATA-CICLO.                 00033900
             MOVE FD-DBC-CONVENIO    TO WRK-TFT-CONVENIO (WRK-QTD-FAT). 00034000
             MOVE FD-DBC-CONSUMIDOR  TO                                 00034100
                  WRK-TFT-CONSUMIDOR (WRK-QTD-FAT).                     00034200
             MOVE FD-DBC-FATURA      TO WRK-TFT-FATURA (WRK-QTD-FAT).   00034300
             MOVE FD-DBC-VENCIMENTO  TO                                 00034400
                  WRK-TFT-VENCIMENTO (WRK-QTD-FAT).                     00034500
             MOVE FD-DBC-VALOR       TO WRK-TFT-VALOR (WRK-QTD-FAT).    00034600
             MOVE ZEROES             TO                                 00034700
                  WRK-TFT-DATA-DEBITO (WRK-QTD-FAT).                    00034800
             MOVE 'N' TO WRK-TFT-SW-LISTADA (WRK-QTD-FAT).              00034900
             EVALUATE FD-DBC-SITUACAO                                   00035000
               WHEN 'A'                                                 00035100
                 MOVE 02 TO WRK-TFT-RETORNO (WRK-QTD-FAT)               00035200
               WHEN 'L'                                                 00035300
                 MOVE 03 TO WRK-TFT-RETORNO (WRK-QTD-FAT)               00035400
               WHEN OTHER                                               00035500
                 PERFORM 1210-CASAR-RECUSA                              00035600
             END-EVALUATE.                                              00035700
       1200-99-FIM.              EXIT.                                  00035800
      *-------------------------------------------------------------*   00035900
       1210-CASAR-RECUSA                        SECTION.                00036000
      *-------------------------------------------------------------*   00036100
            MOVE ZEROES TO WRK-IDX-REC.                                 00036200
            MOVE 1 TO WRK-SUB-REC.                                      00036300
            PERFORM 1220-COMPARAR-RECUSA                                00036400
                    UNTIL WRK-SUB-REC GREATER WRK-QTD-REC               00036500
                       OR WRK-IDX-REC GREATER ZEROES.                   00036600
            IF WRK-IDX-REC EQUAL ZEROES                                 00036700
               MOVE 00 TO WRK-TFT-RETORNO (WRK-QTD-FAT)                 00036800
               MOVE FD-DBC-DATA-CICLO TO                                00036900
                    WRK-TFT-DATA-DEBITO (WRK-QTD-FAT)                   00037000
            ELSE                                                        00037100
               MOVE 'S' TO WRK-REC-SW-USADA (WRK-IDX-REC)               00037200
               MOVE WRK-REC-RETORNO (WRK-IDX-REC) TO                    00037300
                    WRK-TFT-RETORNO (WRK-QTD-FAT)                       00037400
            END-IF.                                                     00037500
       1210-99-FIM.              EXIT.                                  00037600
      *-------------------------------------------------------------*   00037700
       1220-COMPARAR-RECUSA                     SECTION.                00037800
      *-------------------------------------------------------------*   00037900
            IF WRK-REC-SW-USADA (WRK-SUB-REC) EQUAL 'N'                 00038000
               AND WRK-REC-CHAVE (WRK-SUB-REC) EQUAL FD-DBC-CHAVE       00038100
               AND WRK-REC-VALOR (WRK-SUB-REC) EQUAL FD-DBC-VALOR       00038200
               MOVE WRK-SUB-REC TO WRK-IDX-REC                          00038300
            END-IF.                                                     00038400
            ADD 1 TO WRK-SUB-REC.                                       00038500
       1220-99-FIM.              EXIT.                                  00038600
      *-------------------------------------------------------------*   00038700
       2000-BLOCO-CONVENIO                      SECTION.                00038800
      *-------------------------------------------------------------*   00038900
      *   A PRIMEIRA FATURA AINDA NAO LISTADA ABRE O BLOCO DO SEU   *   00039000
      *   CONVENIO, QUE JUNTA TODAS AS FATURAS DELE.                *   00039100
      *-------------------------------------------------------------*   00039200
            IF WRK-TFT-SW-LISTADA (WRK-SUB-FAT) EQUAL 'S'               00039300
               GO TO 2000-90-PROXIMA.                                   00039400
                                                                        00039500
            ADD 1 TO WRK-QTD-CONV.                                      00039600
            MOVE WRK-TFT-CONVENIO (WRK-SUB-FAT) TO WRK-CONVENIO-ATUAL   00039700
                                                   WRK-CABR-CONVENIO    00039800
                                                   WRK-TRLR-CONVENIO    00039900
                                                   WRK-LCV-CONVENIO.    00040000
            MOVE WRK-DATA-CICLO TO WRK-CABR-DATA.                       00040100
            MOVE ZEROES TO WRK-CNV-QTD WRK-CNV-DEBITADO                 00040200
                           WRK-CNV-RETORNOS.                            00040300
            WRITE FD-RETCONV FROM WRK-RETCONV-CAB.                      00040400
                                                                        00040500
            MOVE WRK-SUB-FAT TO WRK-SUB-GRP.                            00040600
            PERFORM 2100-GRAVAR-RETORNO                                 00040700
                    UNTIL WRK-SUB-GRP GREATER WRK-QTD-FAT.              00040800
                                                                        00040900
            MOVE WRK-CNV-QTD      TO WRK-TRLR-QTD.                      00041000
            MOVE WRK-CNV-DEBITADO TO WRK-TRLR-DEBITADO.                 00041100
            WRITE FD-RETCONV FROM WRK-RETCONV-TRL.                      00041200
                                                                        00041300
            MOVE WRK-CNV-QTD      TO WRK-LCV-QTD.                       00041400
            MOVE WRK-CNV-DEBITADO TO WRK-LCV-DEBITADO.                  00041500
            MOVE 1 TO WRK-SUB-RET.                                      00041600
            PERFORM 2200-EDITAR-RETORNO                                 00041700
                    UNTIL WRK-SUB-RET GREATER 5.                        00041800
            WRITE FD-RELRET FROM WRK-LINHA-CONVENIO.                    00041900
                                                                        00042000
       2000-90-PROXIMA.                                                 00042100
            ADD 1 TO WRK-SUB-FAT.                                       00042200
                                                                        00042300
       2000-99-FIM.              EXIT.                                  00042400
      *-------------------------------------------------------------*   00042500
       2100-GRAVAR-RETORNO                      SECTION.                00042600
      *-------------------------------------------------------------*   00042700
            IF WRK-TFT-SW-LISTADA (WRK-SUB-GRP) EQUAL 'N'               00042800
               AND WRK-TFT-CONVENIO (WRK-SUB-GRP)                       00042900
                   EQUAL WRK-CONVENIO-ATUAL                             00043000
               MOVE 'S' TO WRK-TFT-SW-LISTADA (WRK-SUB-GRP)             00043100
               MOVE SPACES TO FD-RETCONV                                00043200
               MOVE WRK-TFT-CONVENIO (WRK-SUB-GRP)   TO FD-RET-CONVENIO 00043300
               MOVE WRK-TFT-CONSUMIDOR (WRK-SUB-GRP)                    00043400
                    TO FD-RET-CONSUMIDOR                                00043500
               MOVE WRK-TFT-FATURA (WRK-SUB-GRP)     TO FD-RET-FATURA   00043600
               MOVE WRK-TFT-VENCIMENTO (WRK-SUB-GRP)                    00043700
                    TO FD-RET-VENCIMENTO                                00043800
               MOVE WRK-TFT-VALOR (WRK-SUB-GRP)      TO FD-RET-VALOR    00043900
               MOVE WRK-TFT-RETORNO (WRK-SUB-GRP)    TO FD-RET-RETORNO  00044000
               MOVE WRK-TFT-DATA-DEBITO (WRK-SUB-GRP)                   00044100
                    TO FD-RET-DATA-DEBITO                               00044200
               WRITE FD-RETCONV                                         00044300
               ADD 1 TO WRK-REGRETCONV                                  00044400
               ADD 1 TO WRK-CNV-QTD                                     00044500
               COMPUTE WRK-SUB-RET = WRK-TFT-RETORNO (WRK-SUB-GRP) + 1  00044600
               ADD 1 TO WRK-CNV-QTD-RET (WRK-SUB-RET)                   00044700
               IF WRK-TFT-RETORNO (WRK-SUB-GRP) EQUAL 00                00044800
                  ADD WRK-TFT-VALOR (WRK-SUB-GRP) TO WRK-CNV-DEBITADO   00044900
                                                     WRK-TOT-DEBITADO   00045000
                  ADD 1 TO WRK-QTD-PAGAS                                00045100
               ELSE                                                     00045200
                  ADD 1 TO WRK-QTD-NAOPAGA                              00045300
               END-IF                                                   00045400
            END-IF.                                                     00045500
            ADD 1 TO WRK-SUB-GRP.                                       00045600
       2100-99-FIM.              EXIT.                                  00045700
      *-------------------------------------------------------------*   00045800
       2200-EDITAR-RETORNO                      SECTION.                00045900
      *-------------------------------------------------------------*   00046000
            MOVE WRK-CNV-QTD-RET (WRK-SUB-RET) TO                       00046100
                 WRK-LCV-RETORNO (WRK-SUB-RET).                         00046200
            ADD 1 TO WRK-SUB-RET.                                       00046300
       2200-99-FIM.              EXIT.                                  00046400
      *-------------------------------------------------------------*   00046500
       3000-FINALIZAR                           SECTION.                00046600
      *-------------------------------------------------------------*   00046700
             WRITE FD-RELRET FROM WRK-LINHA-TRACO.                      00046800
             CLOSE DEBCONV MOV0106R RETCONV RELRET.                     00046900
              DISPLAY ' ============================================'.  00047000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX58          '.  00047100
              DISPLAY ' ============================================'.  00047200
              DISPLAY ' FATURAS NO DEBCONV.........' WRK-REGDEBCONV.    00047300
              DISPLAY ' RECUSAS DE DEBITO AUTOM....' WRK-REGRECUSA.     00047400
              DISPLAY ' CONVENIOS NO RETORNO.......' WRK-QTD-CONV.      00047500
              DISPLAY ' FATURAS NO RETCONV.........' WRK-REGRETCONV.    00047600
              DISPLAY ' FATURAS PAGAS..............' WRK-QTD-PAGAS.     00047700
              DISPLAY ' FATURAS NAO PAGAS..........' WRK-QTD-NAOPAGA.   00047800
              DISPLAY ' TOTAL DEBITADO.............' WRK-TOT-DEBITADO.  00047900
              DISPLAY ' ============================================'.  00048000
                                                                        00048100
              MOVE 'F' TO WRK-EST-EVENTO.                               00048200
              MOVE WRK-REGDEBCONV  TO WRK-EST-LIDOS.                    00048300
              MOVE WRK-REGRETCONV  TO WRK-EST-GRAVADOS.                 00048400
              MOVE WRK-QTD-NAOPAGA TO WRK-EST-REJEITADOS.               00048500
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00048600
                                                                        00048700
       3000-99-FIM.              EXIT.                                  00048800
      *-------------------------------------------------------------*   00048900
       4000-TESTARSTATUS                            SECTION.            00049000
      *-------------------------------------------------------------*   00049100
                 PERFORM 4100-TESTARSTATUS-MOV0106R.                    00049200
                 PERFORM 4200-TESTARSTATUS-DEBCONV.                     00049300
                 IF WRK-FS-RETCONV NOT EQUAL 00                         00049400
                   MOVE 'ERRO NO OPEN RETCONV  ' TO WRK-MSGERRO         00049500
                   MOVE '1000'                   TO WRK-SECAO           00049600
                   MOVE WRK-FS-RETCONV           TO WRK-STATUS          00049700
                    PERFORM 9000-TRATAERROS                             00049800
                 END-IF.                                                00049900
                 IF WRK-FS-RELRET NOT EQUAL 00                          00050000
                   MOVE 'ERRO NO OPEN RELRET   ' TO WRK-MSGERRO         00050100
                   MOVE '1000'                   TO WRK-SECAO           00050200
                   MOVE WRK-FS-RELRET            TO WRK-STATUS          00050300
                    PERFORM 9000-TRATAERROS                             00050400
                 END-IF.                                                00050500
                                                                        00050600
       4000-99-FIM.              EXIT.                                  00050700
      *-------------------------------------------------------------*   00050800
       4100-TESTARSTATUS-MOV0106R                   SECTION.            00050900
      *-------------------------------------------------------------*   00051000
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00051100
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00051200
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00051300
                 MOVE '1100'                   TO WRK-SECAO             00051400
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00051500
                  PERFORM 9000-TRATAERROS                               00051600
               END-IF.                                                  00051700
                                                                        00051800
       4100-99-FIM.              EXIT.                                  00051900
      *-------------------------------------------------------------*   00052000
       4200-TESTARSTATUS-DEBCONV                    SECTION.            00052100
      *-------------------------------------------------------------*   00052200
               IF WRK-FS-DEBCONV NOT EQUAL 00                           00052300
                           AND WRK-FS-DEBCONV NOT EQUAL 10              00052400
                 MOVE 'ERRO NO DEBCONV       ' TO WRK-MSGERRO           00052500
                 MOVE '1200'                   TO WRK-SECAO             00052600
                 MOVE WRK-FS-DEBCONV           TO WRK-STATUS            00052700
                  PERFORM 9000-TRATAERROS                               00052800
               END-IF.                                                  00052900
                                                                        00053000
       4200-99-FIM.              EXIT.                                  00053100
      *-------------------------------------------------------------*   00053200
       9100-ERRO-CONTROLE                           SECTION.            00053300
      *-------------------------------------------------------------*   00053400
           MOVE 'FR19EX58' TO WRK-PROGRAMA.                             00053500
           MOVE 'E'        TO WRK-SEVERIDADE.                           00053600
           MOVE '08'       TO WRK-STATUS.                               00053700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00053800
           MOVE 8 TO RETURN-CODE.                                       00053900
           STOP RUN.                                                    00054000
                                                                        00054100
       9100-99-FIM.              EXIT.                                  00054200
      *-------------------------------------------------------------*   00054300
       9000-TRATAERROS                              SECTION.            00054400
      *-------------------------------------------------------------*   00054500
           MOVE 'FR19EX58' TO WRK-PROGRAMA                              00054600
           MOVE 'E'        TO WRK-SEVERIDADE                            00054700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00054800
           GOBACK.                                                      00054900
                                                                        00055000
       9000-99-FIM.              EXIT.                                  00055100
