      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB47.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PAGAMENTO DE FERIAS (FERIAS + 1/3) A PARTIR DA  *   00001200
      *    PROGRAMACAO APROVADA - SAI DA PLANILHA E ENTRA NO BATCH. *   00001300
      *    LE AS FERIAS APROVADAS PELO FR19DB40 (APRVENT = APRVSAI: *   00001400
      *    ID, DATA INICIAL, DIAS), A DESCARGA DO IVAN.FUNC         *   00001500
      *    (FUNCUNL DO FR19DB23: NOME, SETOR, SALARIO, STATUS), AS  *   00001600
      *    FAIXAS DE INSS/IRRF (AS MESMAS DO FR19DB12) E OS PEDIDOS *   00001700
      *    DE ABONO PECUNIARIO (ABONOENT, LAYOUT DO FERIAS: ID,     *   00001800
      *    DATA INICIAL DAS FERIAS, DIAS VENDIDOS - OPCIONAL).      *   00001900
      *    O PAGAMENTO VENCE DOIS DIAS ANTES DO INICIO; ENTRAM AS   *   00002000
      *    FERIAS CUJO VENCIMENTO CAI NA JANELA QUE COMECA NA DATA  *   00002100
      *    DE REFERENCIA (EXECUCOES COM JANELAS SEGUIDAS NAO PAGAM  *   00002200
      *    AS MESMAS FERIAS DUAS VEZES). DIA = SALARIO / 30:        *   00002300
      *     FERIAS = DIAS X DIA, MAIS O TERCO CONSTITUCIONAL;       *   00002400
      *     ABONO  = DIAS VENDIDOS X DIA, MAIS O TERCO (NO MAXIMO   *   00002500
      *              10 DIAS E FERIAS + ABONO ATE 30); ISENTO;      *   00002600
      *     INSS PROGRESSIVO E IRRF SOBRE FERIAS + 1/3, COMO NO     *   00002700
      *     FR19DB12; O LIQUIDO LEVA O ABONO SEM DESCONTO.          *   00002800
      *    SAIDAS:                                                  *   00002900
      *     FOLHAFER - CONTRACHEQUE DE FERIAS NO LAYOUT DA FOLHA    *   00003000
      *     FERSAI   - CONTROLE DO PAGO (ID, INICIO, DIAS, DATA DO  *   00003100
      *                PAGAMENTO E OS DIAS DE FERIAS EM CADA MES),  *   00003200
      *                QUE VIRA O FERENT DO FR19DB12 PARA ABATER DO *   00003300
      *                SALARIO DO MES OS DIAS JA PAGOS              *   00003400
      *     RELFERPG - PAGAMENTOS E RECUSAS COM O MOTIVO            *   00003500
      *    CARTAO SYSIN 1: DATA DE REFERENCIA AAAAMMDD (ZEROS =     *   00003600
      *    HOJE). CARTAO SYSIN 2: JANELA EM DIAS (9(03); ZEROS =    *   00003700
      *    30) (CADA CARTAO COM 10 DE FILLER).                      *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    APRVENT              I                  -----------      *   00004200
      *    FUNCUNL              I                  -----------      *   00004300
      *    FAIXAS               I                  -----------      *   00004400
      *    ABONOENT             I                  -----------      *   00004500
      *    FOLHAFER             O                  -----------      *   00004600
      *    FERSAI               O                  -----------      *   00004700
      *    RELFERPG             O                  -----------      *   00004800
      *-------------------------------------------------------------*   00004900
      *   MODULOS....:                             INCLUDE/BOOK     *   00005000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005100
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
            SELECT APRVENT ASSIGN TO APRVENT                            00006600
                 FILE STATUS IS WRK-FS-APRVENT.                         00006700
                                                                        00006800
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00006900
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007000
                                                                        00007100
            SELECT FAIXAS ASSIGN TO FAIXAS                              00007200
                 FILE STATUS IS WRK-FS-FAIXAS.                          00007300
                                                                        00007400
            SELECT ABONOENT ASSIGN TO ABONOENT                          00007500
                 FILE STATUS IS WRK-FS-ABONOENT.                        00007600
                                                                        00007700
      *--------------ARQUIVOS SAIDAS---*                                00007800
            SELECT FOLHAFER ASSIGN TO FOLHAFER                          00007900
                 FILE STATUS IS WRK-FS-FOLHAFER.                        00008000
                                                                        00008100
            SELECT FERSAI ASSIGN TO FERSAI                              00008200
                 FILE STATUS IS WRK-FS-FERSAI.                          00008300
                                                                        00008400
            SELECT RELFERPG ASSIGN TO RELFERPG                          00008500
                 FILE STATUS IS WRK-FS-RELFERPG.                        00008600
                                                                        00008700
      *=============================================================*   00008800
       DATA                                      DIVISION.              00008900
      *=============================================================*   00009000
       FILE                                      SECTION.               00009100
      *-------------------LRECL 16----------------------------------*   00009200
       FD APRVENT                                                       00009300
           RECORDING MODE IS F                                          00009400
           LABEL RECORD IS STANDARD                                     00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-APRVENT.                                                   00009700
          05 FD-APR-ID           PIC 9(05).                             00009800
          05 FD-APR-DATAINI      PIC 9(08).                             00009900
          05 FD-APR-DIAS         PIC 9(03).                             00010000
                                                                        00010100
      *-------------------LRECL 113---------------------------------*   00010200
       FD FUNCUNL                                                       00010300
           RECORDING MODE IS F                                          00010400
           LABEL RECORD IS STANDARD                                     00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-FUNCUNL.                                                   00010700
          05 FD-UNL-ID          PIC 9(05).                              00010800
          05 FD-UNL-NOME        PIC X(30).                              00010900
          05 FD-UNL-SETOR       PIC X(04).                              00011000
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00011100
          05 FD-UNL-DATAADM     PIC X(10).                              00011200
          05 FD-UNL-EMAIL       PIC X(40).                              00011300
          05 FD-UNL-STATUS      PIC X(01).                              00011400
          05 FD-UNL-DATADEM     PIC X(10).                              00011500
          05 FD-UNL-EMPRESA     PIC X(03).                              00011600
                                                                        00011700
      *-------------------LRECL 28----------------------------------*   00011800
       FD FAIXAS                                                        00011900
           RECORDING MODE IS F                                          00012000
           LABEL RECORD IS STANDARD                                     00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-FAIXAS.                                                    00012300
          05 FD-FAIXA-TIPO       PIC X(04).                             00012400
          05 FD-FAIXA-LIMITE     PIC 9(08)V99.                          00012500
          05 FD-FAIXA-ALIQUOTA   PIC 9(02)V99.                          00012600
          05 FD-FAIXA-DEDUZIR    PIC 9(08)V99.                          00012700
                                                                        00012800
      *-------------------LRECL 16----------------------------------*   00012900
       FD ABONOENT                                                      00013000
           RECORDING MODE IS F                                          00013100
           LABEL RECORD IS STANDARD                                     00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-ABONOENT.                                                  00013400
          05 FD-ABO-ID           PIC 9(05).                             00013500
          05 FD-ABO-DATAINI      PIC 9(08).                             00013600
          05 FD-ABO-DIAS         PIC 9(03).                             00013700
                                                                        00013800
      *-------------------LRECL 89----------------------------------*   00013900
       FD FOLHAFER                                                      00014000
           RECORDING MODE IS F.                                         00014100
       01 FD-FOLHAFER.                                                  00014200
          05 FD-FFE-ID           PIC 9(05).                             00014300
          05 FD-FFE-NOME         PIC X(30).                             00014400
          05 FD-FFE-SETOR        PIC X(04).                             00014500
          05 FD-FFE-BRUTO        PIC 9(08)V99.                          00014600
          05 FD-FFE-INSS         PIC 9(08)V99.                          00014700
          05 FD-FFE-IRRF         PIC 9(08)V99.                          00014800
          05 FD-FFE-LIQUIDO      PIC 9(08)V99.                          00014900
          05 FILLER              PIC X(10).                             00015000
                                                                        00015100
      *-------------------LRECL 52----------------------------------*   00015200
       FD FERSAI                                                        00015300
           RECORDING MODE IS F.                                         00015400
       01 FD-FERSAI.                                                    00015500
          05 FD-FSA-ID           PIC 9(05).                             00015600
          05 FD-FSA-DATAINI      PIC 9(08).                             00015700
          05 FD-FSA-DIAS         PIC 9(03).                             00015800
          05 FD-FSA-DATAPAGTO    PIC 9(08).                             00015900
          05 FD-FSA-MES1         PIC 9(06).                             00016000
          05 FD-FSA-DIAS1        PIC 9(03).                             00016100
          05 FD-FSA-MES2         PIC 9(06).                             00016200
          05 FD-FSA-DIAS2        PIC 9(03).                             00016300
          05 FD-FSA-BRUTO        PIC 9(08)V99.                          00016400
                                                                        00016500
      *-------------------LRECL 80----------------------------------*   00016600
       FD RELFERPG                                                      00016700
           RECORDING MODE IS F.                                         00016800
       01 FD-RELFERPG            PIC X(80).                             00016900
                                                                        00017000
      *=============================================================*   00017100
       WORKING-STORAGE                             SECTION.             00017200
      *=============================================================*   00017300
                                                                        00017400
       01 FILLER          PIC X(64) VALUE                               00017500
           '-----------BOOK LOGERROS------------------------'.          00017600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017700
       COPY '#GLOG'.                                                    00017800
      *-------------------------------------------------------------*   00017900
                                                                        00018000
       01 FILLER          PIC X(64) VALUE                               00018100
           '-----------VARIAVEIS DE STATUS------------------'.          00018200
                                                                        00018300
       77 WRK-FS-APRVENT  PIC 9(02).                                    00018400
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00018500
       77 WRK-FS-FAIXAS   PIC 9(02).                                    00018600
       77 WRK-FS-ABONOENT PIC 9(02).                                    00018700
       77 WRK-FS-FOLHAFER PIC 9(02).                                    00018800
       77 WRK-FS-FERSAI   PIC 9(02).                                    00018900
       77 WRK-FS-RELFERPG PIC 9(02).                                    00019000
                                                                        00019100
       01 FILLER          PIC X(64) VALUE                               00019200
           '-----------PARAMETROS SYSIN---------------------'.          00019300
                                                                        00019400
       01 WRK-DATACARD.                                                 00019500
          05 FILLER              PIC X(10).                             00019600
          05 WRK-DATACARD-AC     PIC 9(08).                             00019700
                                                                        00019800
       01 WRK-JANELACARD.                                               00019900
          05 FILLER              PIC X(10).                             00020000
          05 WRK-JANELACARD-AC   PIC 9(03).                             00020100
                                                                        00020200
       77 WRK-JANELA      PIC 9(03) VALUE ZEROES.                       00020300
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00020400
       77 WRK-DATA-REF    PIC 9(08) VALUE ZEROES.                       00020500
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROES.                       00020600
       77 WRK-CONTA-DIAS  PIC 9(03) VALUE ZEROES.                       00020700
                                                                        00020800
       01 FILLER          PIC X(64) VALUE                               00020900
           '-----------FAIXAS DE INSS E IRRF----------------'.          00021000
                                                                        00021100
       01 WRK-TAB-INSS.                                                 00021200
          05 WRK-INSS-LINHA      OCCURS 10 TIMES                        00021300
                                  INDEXED BY WRK-INSS-IDX.              00021400
             10 WRK-INSS-LIMITE     PIC 9(08)V99.                       00021500
             10 WRK-INSS-ALIQUOTA   PIC 9(02)V99.                       00021600
                                                                        00021700
       01 WRK-TAB-IRRF.                                                 00021800
          05 WRK-IRRF-LINHA      OCCURS 10 TIMES                        00021900
                                  INDEXED BY WRK-IRRF-IDX.              00022000
             10 WRK-IRRF-LIMITE     PIC 9(08)V99.                       00022100
             10 WRK-IRRF-ALIQUOTA   PIC 9(02)V99.                       00022200
             10 WRK-IRRF-DEDUZIR    PIC 9(08)V99.                       00022300
                                                                        00022400
       77 WRK-QTD-INSS        PIC 9(02) COMP VALUE ZERO.                00022500
       77 WRK-QTD-IRRF        PIC 9(02) COMP VALUE ZERO.                00022600
       77 WRK-SW-FIM-FAIXAS   PIC X(01) VALUE 'N'.                      00022700
           88 WRK-FIM-FAIXAS        VALUE 'S'.                          00022800
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------FUNCIONARIOS E ABONOS EM MEMORIA-----'.          00023100
                                                                        00023200
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00023300
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00023400
       77 WRK-QTD-FUNC    PIC 9(05) VALUE ZEROES.                       00023500
       77 WRK-SUB-FUNC    PIC 9(05) VALUE ZEROES.                       00023600
       77 WRK-IDX-FUNC    PIC 9(05) VALUE ZEROES.                       00023700
       01 WRK-TAB-FUNC.                                                 00023800
          05 WRK-FUN-LINHA OCCURS 5000 TIMES.                           00023900
             10 WRK-FUN-ID         PIC 9(05).                           00024000
             10 WRK-FUN-NOME       PIC X(30).                           00024100
             10 WRK-FUN-SETOR      PIC X(04).                           00024200
             10 WRK-FUN-SALARIO    PIC 9(08)V99.                        00024300
             10 WRK-FUN-STATUS     PIC X(01).                           00024400
                                                                        00024500
       77 WRK-SW-FIM-ABO  PIC X(01) VALUE 'N'.                          00024600
           88 WRK-FIM-ABONOENT      VALUE 'S'.                          00024700
       77 WRK-QTD-ABO     PIC 9(03) VALUE ZEROES.                       00024800
       77 WRK-SUB-ABO     PIC 9(03) VALUE ZEROES.                       00024900
       01 WRK-TAB-ABONO.                                                00025000
          05 WRK-ABO-LINHA OCCURS 500 TIMES.                            00025100
             10 WRK-ABO-ID         PIC 9(05).                           00025200
             10 WRK-ABO-DATAINI    PIC 9(08).                           00025300
             10 WRK-ABO-DIAS       PIC 9(03).                           00025400
                                                                        00025500
       01 FILLER          PIC X(64) VALUE                               00025600
           '-----------CALCULO DAS FERIAS-------------------'.          00025700
                                                                        00025800
       77 WRK-SW-FIM-APR  PIC X(01) VALUE 'N'.                          00025900
           88 WRK-FIM-APRVENT       VALUE 'S'.                          00026000
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00026100
       77 WRK-REGFORA     PIC 9(05) VALUE ZEROES.                       00026200
       77 WRK-REGPAGOS    PIC 9(05) VALUE ZEROES.                       00026300
       77 WRK-REGRECUSA   PIC 9(05) VALUE ZEROES.                       00026400
       77 WRK-MOTIVO      PIC X(32) VALUE SPACES.                       00026500
                                                                        00026600
       77 WRK-DIAS-ABONO  PIC 9(03) VALUE ZEROES.                       00026700
       77 WRK-VLR-DIA     PIC 9(08)V9999 VALUE ZEROES.                  00026800
       77 WRK-FERIAS      PIC 9(08)V99 VALUE ZEROES.                    00026900
       77 WRK-TERCO       PIC 9(08)V99 VALUE ZEROES.                    00027000
       77 WRK-ABONO       PIC 9(08)V99 VALUE ZEROES.                    00027100
       77 WRK-TERCO-ABONO PIC 9(08)V99 VALUE ZEROES.                    00027200
       77 WRK-BRUTO       PIC 9(08)V99 VALUE ZEROES.                    00027300
       77 WRK-BASE-INSS   PIC 9(08)V99 VALUE ZEROES.                    00027400
       77 WRK-INSS        PIC 9(08)V99 VALUE ZEROES.                    00027500
       77 WRK-IRRF        PIC 9(08)V99 VALUE ZEROES.                    00027600
       77 WRK-LIQUIDO     PIC 9(08)V99 VALUE ZEROES.                    00027700
       77 WRK-BASE-IRRF   PIC 9(08)V99 VALUE ZEROES.                    00027800
       77 WRK-FAIXA-ANT   PIC 9(08)V99 VALUE ZEROES.                    00027900
       77 WRK-PARCELA-VLR PIC 9(08)V99 VALUE ZEROES.                    00028000
       77 WRK-SUB         PIC 9(03) VALUE ZEROES.                       00028100
                                                                        00028200
       77 WRK-TOT-BRUTO   PIC 9(10)V99 VALUE ZEROES.                    00028300
       77 WRK-TOT-LIQUIDO PIC 9(10)V99 VALUE ZEROES.                    00028400
                                                                        00028500
      *-------DATAS: VENCIMENTO E DIVISAO DAS FERIAS POR MES---------*  00028600
       01 WRK-DATA-PAGTO  PIC 9(08) VALUE ZEROES.                       00028700
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROES.                       00028800
       01 WRK-DATA-CALC-G REDEFINES WRK-DATA-CALC.                      00028900
          05 WRK-CALC-ANO        PIC 9(04).                             00029000
          05 WRK-CALC-MES        PIC 9(02).                             00029100
          05 WRK-CALC-DIA        PIC 9(02).                             00029200
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROES.                       00029300
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROES.                       00029400
       77 WRK-RESTO       PIC 9(03) VALUE ZEROES.                       00029500
       77 WRK-MES1        PIC 9(06) VALUE ZEROES.                       00029600
       77 WRK-DIAS1       PIC 9(03) VALUE ZEROES.                       00029700
       77 WRK-MES2        PIC 9(06) VALUE ZEROES.                       00029800
       77 WRK-DIAS2       PIC 9(03) VALUE ZEROES.                       00029900
                                                                        00030000
       01 FILLER          PIC X(64) VALUE                               00030100
           '-----------LINHAS DO RELATORIO------------------'.          00030200
                                                                        00030300
       01 WRK-LINHA-TITULO.                                             00030400
          05 FILLER              PIC X(30) VALUE                        00030500
             'PAGAMENTO DE FERIAS - REF.:   '.                          00030600
          05 WRK-TIT-REF         PIC 9(08).                             00030700
          05 FILLER              PIC X(08) VALUE '  ATE:  '.            00030800
          05 WRK-TIT-LIMITE      PIC 9(08).                             00030900
          05 FILLER              PIC X(26) VALUE SPACES.                00031000
                                                                        00031100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00031200
                                                                        00031300
       01 WRK-LINHA-PAGO.                                               00031400
          05 FILLER              PIC X(05) VALUE 'PAGO '.               00031500
          05 WRK-PAG-ID          PIC 9(05).                             00031600
          05 FILLER              PIC X(01) VALUE SPACE.                 00031700
          05 WRK-PAG-NOME        PIC X(16).                             00031800
          05 FILLER              PIC X(05) VALUE ' INI:'.               00031900
          05 WRK-PAG-DATAINI     PIC 9(08).                             00032000
          05 FILLER              PIC X(01) VALUE '/'.                   00032100
          05 WRK-PAG-DIAS        PIC Z9.                                00032200
          05 FILLER              PIC X(01) VALUE '+'.                   00032300
          05 WRK-PAG-ABONO       PIC Z9.                                00032400
          05 FILLER              PIC X(05) VALUE ' PAG:'.               00032500
          05 WRK-PAG-DATAPAGTO   PIC 9(08).                             00032600
          05 FILLER              PIC X(05) VALUE ' LIQ:'.               00032700
          05 WRK-PAG-LIQUIDO     PIC ZZZZZZZ9,99.                       00032800
          05 FILLER              PIC X(05) VALUE SPACES.                00032900
                                                                        00033000
       01 WRK-LINHA-RECUSA.                                             00033100
          05 FILLER              PIC X(09) VALUE 'RECUSADO '.           00033200
          05 WRK-REC-ID          PIC 9(05).                             00033300
          05 FILLER              PIC X(06) VALUE ' INI: '.              00033400
          05 WRK-REC-DATAINI     PIC 9(08).                             00033500
          05 FILLER              PIC X(07) VALUE ' DIAS: '.             00033600
          05 WRK-REC-DIAS        PIC ZZ9.                               00033700
          05 FILLER              PIC X(02) VALUE SPACES.                00033800
          05 WRK-REC-MOTIVO      PIC X(32).                             00033900
          05 FILLER              PIC X(08) VALUE SPACES.                00034000
                                                                        00034100
      *=============================================================*   00034200
       PROCEDURE DIVISION.                                              00034300
      *=============================================================*   00034400
                                                                        00034500
      *-------------------------------------------------------------*   00034600
       0000-PRINCIPAL                           SECTION.                00034700
      *-------------------------------------------------------------*   00034800
                                                                        00034900
            PERFORM  1000-INICIAR.                                      00035000
                                                                        00035100
            PERFORM  1100-CARREGAR-FAIXAS UNTIL WRK-FIM-FAIXAS.         00035200
            PERFORM  1200-CARREGAR-FUNC UNTIL WRK-FIM-FUNCUNL.          00035300
            PERFORM  1300-CARREGAR-ABONOS UNTIL WRK-FIM-ABONOENT.       00035400
                                                                        00035500
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-APRVENT.              00035600
                                                                        00035700
            PERFORM  3000-FINALIZAR.                                    00035800
                                                                        00035900
            STOP RUN.                                                   00036000
                                                                        00036100
      *-------------------------------------------------------------*   00036200
       1000-INICIAR                             SECTION.                00036300
      *-------------------------------------------------------------*   00036400
             OPEN INPUT  APRVENT FUNCUNL FAIXAS                         00036500
                  OUTPUT FOLHAFER FERSAI RELFERPG.                      00036600
                                                                        00036700
               PERFORM 4000-TESTARSTATUS.                               00036800
                                                                        00036900
      *----SEM ABONOENT NINGUEM VENDEU DIAS--------------------------*  00037000
             OPEN INPUT ABONOENT.                                       00037100
               IF WRK-FS-ABONOENT NOT EQUAL 00                          00037200
                  DISPLAY ' ABONOENT INDISPONIVEL (FS=' WRK-FS-ABONOENT 00037300
                          ')'                                           00037400
                  MOVE 'S' TO WRK-SW-FIM-ABO                            00037500
               END-IF.                                                  00037600
                                                                        00037700
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00037800
                                                                        00037900
               ACCEPT WRK-DATACARD FROM SYSIN.                          00038000
               IF WRK-DATACARD-AC EQUAL ZEROES                          00038100
                  MOVE WRK-DATA-HOJE TO WRK-DATA-REF                    00038200
               ELSE                                                     00038300
                  MOVE WRK-DATACARD-AC TO WRK-DATA-REF                  00038400
               END-IF.                                                  00038500
                                                                        00038600
               ACCEPT WRK-JANELACARD FROM SYSIN.                        00038700
               IF WRK-JANELACARD-AC EQUAL ZEROES                        00038800
                  MOVE 30 TO WRK-JANELA                                 00038900
               ELSE                                                     00039000
                  MOVE WRK-JANELACARD-AC TO WRK-JANELA                  00039100
               END-IF.                                                  00039200
                                                                        00039300
      *----ULTIMO DIA DA JANELA = REFERENCIA + JANELA - 1------------*  00039400
               MOVE WRK-DATA-REF TO WRK-DATA-CALC.                      00039500
               MOVE 1 TO WRK-CONTA-DIAS.                                00039600
               PERFORM 2710-AVANCAR-UM-DIA                              00039700
                       UNTIL WRK-CONTA-DIAS NOT LESS WRK-JANELA.        00039800
               MOVE WRK-DATA-CALC TO WRK-DATA-LIMITE.                   00039900
                                                                        00040000
               MOVE WRK-DATA-REF    TO WRK-TIT-REF.                     00040100
               MOVE WRK-DATA-LIMITE TO WRK-TIT-LIMITE.                  00040200
               WRITE FD-RELFERPG FROM WRK-LINHA-TRACO.                  00040300
               WRITE FD-RELFERPG FROM WRK-LINHA-TITULO.                 00040400
               WRITE FD-RELFERPG FROM WRK-LINHA-TRACO.                  00040500
                                                                        00040600
       1000-99-FIM.              EXIT.                                  00040700
      *-------------------------------------------------------------*   00040800
       1100-CARREGAR-FAIXAS                     SECTION.                00040900
      *-------------------------------------------------------------*   00041000
            READ FAIXAS                                                 00041100
              AT END                                                    00041200
                MOVE 'S' TO WRK-SW-FIM-FAIXAS                           00041300
            END-READ.                                                   00041400
            PERFORM 4200-TESTARSTATUS-FAIXAS.                           00041500
            IF WRK-FS-FAIXAS EQUAL 00                                   00041600
               EVALUATE FD-FAIXA-TIPO                                   00041700
                 WHEN 'INSS'                                            00041800
                   IF WRK-QTD-INSS LESS 10                              00041900
                      ADD 1 TO WRK-QTD-INSS                             00042000
                      SET WRK-INSS-IDX TO WRK-QTD-INSS                  00042100
                      MOVE FD-FAIXA-LIMITE TO                           00042200
                           WRK-INSS-LIMITE (WRK-INSS-IDX)               00042300
                      MOVE FD-FAIXA-ALIQUOTA TO                         00042400
                           WRK-INSS-ALIQUOTA (WRK-INSS-IDX)             00042500
                   END-IF                                               00042600
                 WHEN 'IRRF'                                            00042700
                   IF WRK-QTD-IRRF LESS 10                              00042800
                      ADD 1 TO WRK-QTD-IRRF                             00042900
                      SET WRK-IRRF-IDX TO WRK-QTD-IRRF                  00043000
                      MOVE FD-FAIXA-LIMITE TO                           00043100
                           WRK-IRRF-LIMITE (WRK-IRRF-IDX)               00043200
                      MOVE FD-FAIXA-ALIQUOTA TO                         00043300
                           WRK-IRRF-ALIQUOTA (WRK-IRRF-IDX)             00043400
                      MOVE FD-FAIXA-DEDUZIR TO                          00043500
                           WRK-IRRF-DEDUZIR (WRK-IRRF-IDX)              00043600
                   END-IF                                               00043700
                 WHEN OTHER                                             00043800
                   CONTINUE                                             00043900
               END-EVALUATE                                             00044000
            END-IF.                                                     00044100
       1100-99-FIM.              EXIT.                                  00044200
      *-------------------------------------------------------------*   00044300
       1200-CARREGAR-FUNC                       SECTION.                00044400
      *-------------------------------------------------------------*   00044500
            READ FUNCUNL                                                00044600
              AT END                                                    00044700
                MOVE 'S' TO WRK-SW-FIM-UNL                              00044800
            END-READ.                                                   00044900
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00045000
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00045100
            IF WRK-FS-FUNCUNL EQUAL 00                                  00045200
               IF FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'                00045300
                  AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'               00045400
                  IF WRK-QTD-FUNC LESS 5000                             00045500
                     ADD 1 TO WRK-QTD-FUNC                              00045600
                     MOVE FD-UNL-ID     TO WRK-FUN-ID (WRK-QTD-FUNC)    00045700
                     MOVE FD-UNL-NOME   TO WRK-FUN-NOME (WRK-QTD-FUNC)  00045800
                     MOVE FD-UNL-SETOR  TO WRK-FUN-SETOR (WRK-QTD-FUNC) 00045900
                     MOVE FD-UNL-SALARIO TO                             00046000
                          WRK-FUN-SALARIO (WRK-QTD-FUNC)                00046100
                     MOVE FD-UNL-STATUS TO                              00046200
                          WRK-FUN-STATUS (WRK-QTD-FUNC)                 00046300
                  ELSE                                                  00046400
                     DISPLAY ' TABELA DE FUNCIONARIOS ESGOTADA (5000)'  00046500
                  END-IF                                                00046600
               END-IF                                                   00046700
            END-IF.                                                     00046800
       1200-99-FIM.              EXIT.                                  00046900
      *-------------------------------------------------------------*   00047000
       1300-CARREGAR-ABONOS                     SECTION.                00047100
      *-------------------------------------------------------------*   00047200
            READ ABONOENT                                               00047300
              AT END                                                    00047400
                MOVE 'S' TO WRK-SW-FIM-ABO                              00047500
            END-READ.                                                   00047600
            IF WRK-FS-ABONOENT EQUAL 00                                 00047700
               IF WRK-QTD-ABO LESS 500                                  00047800
                  ADD 1 TO WRK-QTD-ABO                                  00047900
                  MOVE FD-ABO-ID      TO WRK-ABO-ID (WRK-QTD-ABO)       00048000
                  MOVE FD-ABO-DATAINI TO WRK-ABO-DATAINI (WRK-QTD-ABO)  00048100
                  MOVE FD-ABO-DIAS    TO WRK-ABO-DIAS (WRK-QTD-ABO)     00048200
               ELSE                                                     00048300
                  DISPLAY ' TABELA DE ABONOS ESGOTADA (500)'            00048400
               END-IF                                                   00048500
            ELSE                                                        00048600
               MOVE 'S' TO WRK-SW-FIM-ABO                               00048700
            END-IF.                                                     00048800
       1300-99-FIM.              EXIT.                                  00048900
      *-------------------------------------------------------------*   00049000
       2000-PROCESSAR                           SECTION.                00049100
      *-------------------------------------------------------------*   00049200
            READ APRVENT                                                00049300
              AT END                                                    00049400
                MOVE 'S' TO WRK-SW-FIM-APR                              00049500
            END-READ.                                                   00049600
            PERFORM 4300-TESTARSTATUS-APRVENT.                          00049700
            IF WRK-FS-APRVENT NOT EQUAL 00                              00049800
               GO TO 2000-99-FIM                                        00049900
            END-IF.                                                     00050000
            ADD 1 TO WRK-REGLIDOS.                                      00050100
                                                                        00050200
      *----VENCIMENTO = DOIS DIAS ANTES DO INICIO; FORA DA JANELA---*   00050300
      *----FICA PARA OUTRA EXECUCAO----------------------------------*  00050400
            MOVE FD-APR-DATAINI TO WRK-DATA-CALC.                       00050500
            PERFORM 2720-RECUAR-UM-DIA.                                 00050600
            PERFORM 2720-RECUAR-UM-DIA.                                 00050700
            MOVE WRK-DATA-CALC TO WRK-DATA-PAGTO.                       00050800
            IF WRK-DATA-PAGTO LESS WRK-DATA-REF                         00050900
               OR WRK-DATA-PAGTO GREATER WRK-DATA-LIMITE                00051000
               ADD 1 TO WRK-REGFORA                                     00051100
               GO TO 2000-99-FIM                                        00051200
            END-IF.                                                     00051300
                                                                        00051400
            PERFORM 2100-LOCALIZAR-FUNC.                                00051500
            IF WRK-IDX-FUNC EQUAL ZEROES                                00051600
               MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-MOTIVO          00051700
               PERFORM 2900-GRAVAR-RECUSA                               00051800
               GO TO 2000-99-FIM                                        00051900
            END-IF.                                                     00052000
            IF WRK-FUN-STATUS (WRK-IDX-FUNC) NOT EQUAL 'A'              00052100
               MOVE 'FUNCIONARIO NAO ATIVO' TO WRK-MOTIVO               00052200
               PERFORM 2900-GRAVAR-RECUSA                               00052300
               GO TO 2000-99-FIM                                        00052400
            END-IF.                                                     00052500
            IF FD-APR-DIAS EQUAL ZEROES OR FD-APR-DIAS GREATER 30       00052600
               MOVE 'DIAS DE FERIAS INVALIDOS' TO WRK-MOTIVO            00052700
               PERFORM 2900-GRAVAR-RECUSA                               00052800
               GO TO 2000-99-FIM                                        00052900
            END-IF.                                                     00053000
                                                                        00053100
            PERFORM 2200-LOCALIZAR-ABONO.                               00053200
            PERFORM 2300-CALCULAR-FERIAS.                               00053300
            PERFORM 2600-DIVIDIR-POR-MES.                               00053400
            PERFORM 2800-GRAVAR-PAGAMENTO.                              00053500
                                                                        00053600
       2000-99-FIM.              EXIT.                                  00053700
      *-------------------------------------------------------------*   00053800
       2100-LOCALIZAR-FUNC                      SECTION.                00053900
      *-------------------------------------------------------------*   00054000
            MOVE ZEROES TO WRK-IDX-FUNC.                                00054100
            MOVE 1 TO WRK-SUB-FUNC.                                     00054200
            PERFORM 2110-COMPARAR-FUNC                                  00054300
                    UNTIL WRK-SUB-FUNC GREATER WRK-QTD-FUNC             00054400
                       OR WRK-IDX-FUNC GREATER ZEROES.                  00054500
       2100-99-FIM.              EXIT.                                  00054600
      *-------------------------------------------------------------*   00054700
       2110-COMPARAR-FUNC                       SECTION.                00054800
      *-------------------------------------------------------------*   00054900
            IF WRK-FUN-ID (WRK-SUB-FUNC) EQUAL FD-APR-ID                00055000
               MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC                        00055100
            END-IF.                                                     00055200
            ADD 1 TO WRK-SUB-FUNC.                                      00055300
       2110-99-FIM.              EXIT.                                  00055400
      *-------------------------------------------------------------*   00055500
       2200-LOCALIZAR-ABONO                     SECTION.                00055600
      *-------------------------------------------------------------*   00055700
      *   DIAS VENDIDOS PARA ESTAS FERIAS (MESMO ID E INICIO), NO   *   00055800
      *   MAXIMO 10 E SEM PASSAR DE 30 COM OS DIAS GOZADOS.         *   00055900
      *-------------------------------------------------------------*   00056000
            MOVE ZEROES TO WRK-DIAS-ABONO.                              00056100
            MOVE 1 TO WRK-SUB-ABO.                                      00056200
            PERFORM 2210-COMPARAR-ABONO                                 00056300
                    UNTIL WRK-SUB-ABO GREATER WRK-QTD-ABO.              00056400
            IF WRK-DIAS-ABONO GREATER 10                                00056500
               MOVE 10 TO WRK-DIAS-ABONO                                00056600
            END-IF.                                                     00056700
            IF WRK-DIAS-ABONO + FD-APR-DIAS GREATER 30                  00056800
               COMPUTE WRK-DIAS-ABONO = 30 - FD-APR-DIAS                00056900
            END-IF.                                                     00057000
       2200-99-FIM.              EXIT.                                  00057100
      *-------------------------------------------------------------*   00057200
       2210-COMPARAR-ABONO                      SECTION.                00057300
      *-------------------------------------------------------------*   00057400
            IF WRK-ABO-ID (WRK-SUB-ABO) EQUAL FD-APR-ID                 00057500
               AND WRK-ABO-DATAINI (WRK-SUB-ABO) EQUAL FD-APR-DATAINI   00057600
               MOVE WRK-ABO-DIAS (WRK-SUB-ABO) TO WRK-DIAS-ABONO        00057700
            END-IF.                                                     00057800
            ADD 1 TO WRK-SUB-ABO.                                       00057900
       2210-99-FIM.              EXIT.                                  00058000
      *-------------------------------------------------------------*   00058100
       2300-CALCULAR-FERIAS                     SECTION.                00058200
      *-------------------------------------------------------------*   00058300
            COMPUTE WRK-VLR-DIA =                                       00058400
                    WRK-FUN-SALARIO (WRK-IDX-FUNC) / 30.                00058500
            COMPUTE WRK-FERIAS ROUNDED = WRK-VLR-DIA * FD-APR-DIAS.     00058600
            COMPUTE WRK-TERCO ROUNDED = WRK-FERIAS / 3.                 00058700
            COMPUTE WRK-ABONO ROUNDED = WRK-VLR-DIA * WRK-DIAS-ABONO.   00058800
            COMPUTE WRK-TERCO-ABONO ROUNDED = WRK-ABONO / 3.            00058900
                                                                        00059000
      *----ABONO E O TERCO DELE NAO SOFREM INSS NEM IRRF-------------*  00059100
            COMPUTE WRK-BASE-INSS = WRK-FERIAS + WRK-TERCO.             00059200
            PERFORM 2400-CALCULAR-INSS.                                 00059300
            PERFORM 2500-CALCULAR-IRRF.                                 00059400
                                                                        00059500
            COMPUTE WRK-BRUTO = WRK-BASE-INSS                           00059600
                              + WRK-ABONO + WRK-TERCO-ABONO.            00059700
            COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.      00059800
       2300-99-FIM.              EXIT.                                  00059900
      *-------------------------------------------------------------*   00060000
       2400-CALCULAR-INSS                       SECTION.                00060100
      *-------------------------------------------------------------*   00060200
      *   INSS PROGRESSIVO, COMO NO FR19DB12.                       *   00060300
      *-------------------------------------------------------------*   00060400
            MOVE ZEROES TO WRK-INSS.                                    00060500
            MOVE ZEROES TO WRK-FAIXA-ANT.                               00060600
            MOVE 1 TO WRK-SUB.                                          00060700
            PERFORM 2410-SOMAR-FAIXA-INSS                               00060800
                    UNTIL WRK-SUB GREATER WRK-QTD-INSS                  00060900
                       OR WRK-FAIXA-ANT GREATER OR EQUAL                00061000
                          WRK-BASE-INSS.                                00061100
       2400-99-FIM.              EXIT.                                  00061200
      *-------------------------------------------------------------*   00061300
       2410-SOMAR-FAIXA-INSS                    SECTION.                00061400
      *-------------------------------------------------------------*   00061500
            SET WRK-INSS-IDX TO WRK-SUB.                                00061600
            IF WRK-BASE-INSS GREATER WRK-INSS-LIMITE (WRK-INSS-IDX)     00061700
               COMPUTE WRK-PARCELA-VLR =                                00061800
                       WRK-INSS-LIMITE (WRK-INSS-IDX)                   00061900
                     - WRK-FAIXA-ANT                                    00062000
            ELSE                                                        00062100
               COMPUTE WRK-PARCELA-VLR = WRK-BASE-INSS - WRK-FAIXA-ANT  00062200
            END-IF.                                                     00062300
            COMPUTE WRK-INSS = WRK-INSS +                               00062400
                    (WRK-PARCELA-VLR                                    00062500
                     * WRK-INSS-ALIQUOTA (WRK-INSS-IDX) / 100).         00062600
            MOVE WRK-INSS-LIMITE (WRK-INSS-IDX) TO WRK-FAIXA-ANT.       00062700
            ADD 1 TO WRK-SUB.                                           00062800
       2410-99-FIM.              EXIT.                                  00062900
      *-------------------------------------------------------------*   00063000
       2500-CALCULAR-IRRF                       SECTION.                00063100
      *-------------------------------------------------------------*   00063200
      *   IRRF PELA ALIQUOTA + PARCELA A DEDUZIR, BASE = FERIAS +   *   00063300
      *   1/3 MENOS INSS, COMO NO FR19DB12.                         *   00063400
      *-------------------------------------------------------------*   00063500
            MOVE ZEROES TO WRK-IRRF.                                    00063600
            COMPUTE WRK-BASE-IRRF = WRK-BASE-INSS - WRK-INSS.           00063700
            MOVE 1 TO WRK-SUB.                                          00063800
            PERFORM 2510-LOCALIZAR-FAIXA-IRRF                           00063900
                    UNTIL WRK-SUB GREATER WRK-QTD-IRRF.                 00064000
       2500-99-FIM.              EXIT.                                  00064100
      *-------------------------------------------------------------*   00064200
       2510-LOCALIZAR-FAIXA-IRRF                SECTION.                00064300
      *-------------------------------------------------------------*   00064400
            SET WRK-IRRF-IDX TO WRK-SUB.                                00064500
            IF WRK-BASE-IRRF LESS OR EQUAL                              00064600
                             WRK-IRRF-LIMITE (WRK-IRRF-IDX)             00064700
               COMPUTE WRK-IRRF =                                       00064800
                       (WRK-BASE-IRRF *                                 00064900
                        WRK-IRRF-ALIQUOTA (WRK-IRRF-IDX) / 100)         00065000
                       - WRK-IRRF-DEDUZIR (WRK-IRRF-IDX)                00065100
               IF WRK-IRRF LESS ZEROES                                  00065200
                  MOVE ZEROES TO WRK-IRRF                               00065300
               END-IF                                                   00065400
               MOVE 99 TO WRK-SUB                                       00065500
            END-IF.                                                     00065600
            ADD 1 TO WRK-SUB.                                           00065700
       2510-99-FIM.              EXIT.                                  00065800
      *-------------------------------------------------------------*   00065900
       2600-DIVIDIR-POR-MES                     SECTION.                00066000
      *-------------------------------------------------------------*   00066100
      *   DIAS DE FERIAS NO MES DO INICIO E O QUE SOBRA NO MES      *   00066200
      *   SEGUINTE (30 DIAS NO MAXIMO CABEM EM DOIS MESES).         *   00066300
      *-------------------------------------------------------------*   00066400
            MOVE FD-APR-DATAINI TO WRK-DATA-CALC.                       00066500
            PERFORM 2700-CALCULAR-ULT-DIA.                              00066600
            MOVE WRK-DATA-CALC (1:6) TO WRK-MES1.                       00066700
            COMPUTE WRK-DIAS1 = WRK-ULT-DIA-MES - WRK-CALC-DIA + 1.     00066800
            IF WRK-DIAS1 NOT LESS FD-APR-DIAS                           00066900
               MOVE FD-APR-DIAS TO WRK-DIAS1                            00067000
               MOVE ZEROES TO WRK-MES2 WRK-DIAS2                        00067100
            ELSE                                                        00067200
               COMPUTE WRK-DIAS2 = FD-APR-DIAS - WRK-DIAS1              00067300
               IF WRK-CALC-MES EQUAL 12                                 00067400
                  COMPUTE WRK-MES2 = (WRK-CALC-ANO + 1) * 100 + 1       00067500
               ELSE                                                     00067600
                  COMPUTE WRK-MES2 = WRK-MES1 + 1                       00067700
               END-IF                                                   00067800
            END-IF.                                                     00067900
       2600-99-FIM.              EXIT.                                  00068000
      *-------------------------------------------------------------*   00068100
       2700-CALCULAR-ULT-DIA                    SECTION.                00068200
      *-------------------------------------------------------------*   00068300
      *   ULTIMO DIA DO MES DE WRK-DATA-CALC, COM O BISSEXTO DO     *   00068400
      *   FEVEREIRO (DIVISIVEL POR 4; SECULO SO POR 400).           *   00068500
      *-------------------------------------------------------------*   00068600
            EVALUATE WRK-CALC-MES                                       00068700
              WHEN 01                                                   00068800
              WHEN 03                                                   00068900
              WHEN 05                                                   00069000
              WHEN 07                                                   00069100
              WHEN 08                                                   00069200
              WHEN 10                                                   00069300
              WHEN 12                                                   00069400
                MOVE 31 TO WRK-ULT-DIA-MES                              00069500
              WHEN 04                                                   00069600
              WHEN 06                                                   00069700
              WHEN 09                                                   00069800
              WHEN 11                                                   00069900
                MOVE 30 TO WRK-ULT-DIA-MES                              00070000
              WHEN 02                                                   00070100
                MOVE 28 TO WRK-ULT-DIA-MES                              00070200
                DIVIDE WRK-CALC-ANO BY 4                                00070300
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO         00070400
                IF WRK-RESTO EQUAL ZEROES                               00070500
                   DIVIDE WRK-CALC-ANO BY 100                           00070600
                          GIVING WRK-QUOCIENTE                          00070700
                          REMAINDER WRK-RESTO                           00070800
                   IF WRK-RESTO NOT EQUAL ZEROES                        00070900
                      MOVE 29 TO WRK-ULT-DIA-MES                        00071000
                   ELSE                                                 00071100
                      DIVIDE WRK-CALC-ANO BY 400                        00071200
                             GIVING WRK-QUOCIENTE                       00071300
                             REMAINDER WRK-RESTO                        00071400
                      IF WRK-RESTO EQUAL ZEROES                         00071500
                         MOVE 29 TO WRK-ULT-DIA-MES                     00071600
                      END-IF                                            00071700
                   END-IF                                               00071800
                END-IF                                                  00071900
            END-EVALUATE.                                               00072000
       2700-99-FIM.              EXIT.                                  00072100
      *-------------------------------------------------------------*   00072200
       2710-AVANCAR-UM-DIA                      SECTION.                00072300
      *-------------------------------------------------------------*   00072400
            PERFORM 2700-CALCULAR-ULT-DIA.                              00072500
            IF WRK-CALC-DIA LESS WRK-ULT-DIA-MES                        00072600
               ADD 1 TO WRK-CALC-DIA                                    00072700
            ELSE                                                        00072800
               MOVE 01 TO WRK-CALC-DIA                                  00072900
               IF WRK-CALC-MES EQUAL 12                                 00073000
                  MOVE 01 TO WRK-CALC-MES                               00073100
                  ADD 1 TO WRK-CALC-ANO                                 00073200
               ELSE                                                     00073300
                  ADD 1 TO WRK-CALC-MES                                 00073400
               END-IF                                                   00073500
            END-IF.                                                     00073600
            ADD 1 TO WRK-CONTA-DIAS.                                    00073700
       2710-99-FIM.              EXIT.                                  00073800
      *-------------------------------------------------------------*   00073900
       2720-RECUAR-UM-DIA                       SECTION.                00074000
      *-------------------------------------------------------------*   00074100
            IF WRK-CALC-DIA GREATER 01                                  00074200
               SUBTRACT 1 FROM WRK-CALC-DIA                             00074300
            ELSE                                                        00074400
               IF WRK-CALC-MES EQUAL 01                                 00074500
                  MOVE 12 TO WRK-CALC-MES                               00074600
                  SUBTRACT 1 FROM WRK-CALC-ANO                          00074700
               ELSE                                                     00074800
                  SUBTRACT 1 FROM WRK-CALC-MES                          00074900
               END-IF                                                   00075000
               PERFORM 2700-CALCULAR-ULT-DIA                            00075100
               MOVE WRK-ULT-DIA-MES TO WRK-CALC-DIA                     00075200
            END-IF.                                                     00075300
       2720-99-FIM.              EXIT.                                  00075400
      *-------------------------------------------------------------*   00075500
       2800-GRAVAR-PAGAMENTO                    SECTION.                00075600
      *-------------------------------------------------------------*   00075700
            MOVE SPACES         TO FD-FOLHAFER.                         00075800
            MOVE FD-APR-ID      TO FD-FFE-ID.                           00075900
            MOVE WRK-FUN-NOME (WRK-IDX-FUNC)  TO FD-FFE-NOME.           00076000
            MOVE WRK-FUN-SETOR (WRK-IDX-FUNC) TO FD-FFE-SETOR.          00076100
            MOVE WRK-BRUTO      TO FD-FFE-BRUTO.                        00076200
            MOVE WRK-INSS       TO FD-FFE-INSS.                         00076300
            MOVE WRK-IRRF       TO FD-FFE-IRRF.                         00076400
            MOVE WRK-LIQUIDO    TO FD-FFE-LIQUIDO.                      00076500
            WRITE FD-FOLHAFER.                                          00076600
                                                                        00076700
            MOVE FD-APR-ID      TO FD-FSA-ID.                           00076800
            MOVE FD-APR-DATAINI TO FD-FSA-DATAINI.                      00076900
            MOVE FD-APR-DIAS    TO FD-FSA-DIAS.                         00077000
            MOVE WRK-DATA-PAGTO TO FD-FSA-DATAPAGTO.                    00077100
            MOVE WRK-MES1       TO FD-FSA-MES1.                         00077200
            MOVE WRK-DIAS1      TO FD-FSA-DIAS1.                        00077300
            MOVE WRK-MES2       TO FD-FSA-MES2.                         00077400
            MOVE WRK-DIAS2      TO FD-FSA-DIAS2.                        00077500
            MOVE WRK-BRUTO      TO FD-FSA-BRUTO.                        00077600
            WRITE FD-FERSAI.                                            00077700
                                                                        00077800
            MOVE FD-APR-ID      TO WRK-PAG-ID.                          00077900
            MOVE WRK-FUN-NOME (WRK-IDX-FUNC) TO WRK-PAG-NOME.           00078000
            MOVE FD-APR-DATAINI TO WRK-PAG-DATAINI.                     00078100
            MOVE FD-APR-DIAS    TO WRK-PAG-DIAS.                        00078200
            MOVE WRK-DIAS-ABONO TO WRK-PAG-ABONO.                       00078300
            MOVE WRK-DATA-PAGTO TO WRK-PAG-DATAPAGTO.                   00078400
            MOVE WRK-LIQUIDO    TO WRK-PAG-LIQUIDO.                     00078500
            WRITE FD-RELFERPG FROM WRK-LINHA-PAGO.                      00078600
                                                                        00078700
            ADD 1 TO WRK-REGPAGOS.                                      00078800
            ADD WRK-BRUTO   TO WRK-TOT-BRUTO.                           00078900
            ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.                         00079000
       2800-99-FIM.              EXIT.                                  00079100
      *-------------------------------------------------------------*   00079200
       2900-GRAVAR-RECUSA                       SECTION.                00079300
      *-------------------------------------------------------------*   00079400
            MOVE FD-APR-ID      TO WRK-REC-ID.                          00079500
            MOVE FD-APR-DATAINI TO WRK-REC-DATAINI.                     00079600
            MOVE FD-APR-DIAS    TO WRK-REC-DIAS.                        00079700
            MOVE WRK-MOTIVO     TO WRK-REC-MOTIVO.                      00079800
            WRITE FD-RELFERPG FROM WRK-LINHA-RECUSA.                    00079900
            ADD 1 TO WRK-REGRECUSA.                                     00080000
       2900-99-FIM.              EXIT.                                  00080100
      *-------------------------------------------------------------*   00080200
       3000-FINALIZAR                           SECTION.                00080300
      *-------------------------------------------------------------*   00080400
             WRITE FD-RELFERPG FROM WRK-LINHA-TRACO.                    00080500
             CLOSE APRVENT FUNCUNL FAIXAS ABONOENT                      00080600
                   FOLHAFER FERSAI RELFERPG.                            00080700
              DISPLAY ' ============================================'.  00080800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB47          '.  00080900
              DISPLAY ' ============================================'.  00081000
              DISPLAY ' DATA DE REFERENCIA.........' WRK-DATA-REF.      00081100
              DISPLAY ' FIM DA JANELA..............' WRK-DATA-LIMITE.   00081200
              DISPLAY ' FERIAS APROVADAS LIDAS.....' WRK-REGLIDOS.      00081300
              DISPLAY ' FORA DA JANELA.............' WRK-REGFORA.       00081400
              DISPLAY ' FERIAS PAGAS...............' WRK-REGPAGOS.      00081500
              DISPLAY ' RECUSADAS..................' WRK-REGRECUSA.     00081600
              DISPLAY ' TOTAL BRUTO................' WRK-TOT-BRUTO.     00081700
              DISPLAY ' TOTAL LIQUIDO..............' WRK-TOT-LIQUIDO.   00081800
              DISPLAY ' ============================================'.  00081900
                                                                        00082000
       3000-99-FIM.              EXIT.                                  00082100
      *-------------------------------------------------------------*   00082200
       4000-TESTARSTATUS                            SECTION.            00082300
      *-------------------------------------------------------------*   00082400
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00082500
                 PERFORM 4200-TESTARSTATUS-FAIXAS.                      00082600
                 PERFORM 4300-TESTARSTATUS-APRVENT.                     00082700
                 IF WRK-FS-FOLHAFER NOT EQUAL 00                        00082800
                   MOVE 'ERRO NO OPEN FOLHAFER ' TO WRK-MSGERRO         00082900
                   MOVE '1000'                   TO WRK-SECAO           00083000
                   MOVE WRK-FS-FOLHAFER          TO WRK-STATUS          00083100
                    PERFORM 9000-TRATAERROS                             00083200
                 END-IF.                                                00083300
                 IF WRK-FS-FERSAI NOT EQUAL 00                          00083400
                   MOVE 'ERRO NO OPEN FERSAI   ' TO WRK-MSGERRO         00083500
                   MOVE '1000'                   TO WRK-SECAO           00083600
                   MOVE WRK-FS-FERSAI            TO WRK-STATUS          00083700
                    PERFORM 9000-TRATAERROS                             00083800
                 END-IF.                                                00083900
                 IF WRK-FS-RELFERPG NOT EQUAL 00                        00084000
                   MOVE 'ERRO NO OPEN RELFERPG ' TO WRK-MSGERRO         00084100
                   MOVE '1000'                   TO WRK-SECAO           00084200
                   MOVE WRK-FS-RELFERPG          TO WRK-STATUS          00084300
                    PERFORM 9000-TRATAERROS                             00084400
                 END-IF.                                                00084500
                                                                        00084600
       4000-99-FIM.              EXIT.                                  00084700
      *-------------------------------------------------------------*   00084800
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00084900
      *-------------------------------------------------------------*   00085000
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00085100
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00085200
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00085300
                 MOVE '1200'                   TO WRK-SECAO             00085400
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00085500
                  PERFORM 9000-TRATAERROS                               00085600
               END-IF.                                                  00085700
                                                                        00085800
       4100-99-FIM.              EXIT.                                  00085900
      *-------------------------------------------------------------*   00086000
       4200-TESTARSTATUS-FAIXAS                     SECTION.            00086100
      *-------------------------------------------------------------*   00086200
               IF WRK-FS-FAIXAS NOT EQUAL 00                            00086300
                           AND WRK-FS-FAIXAS NOT EQUAL 10               00086400
                 MOVE 'ERRO NO FAIXAS        ' TO WRK-MSGERRO           00086500
                 MOVE '1100'                   TO WRK-SECAO             00086600
                 MOVE WRK-FS-FAIXAS            TO WRK-STATUS            00086700
                  PERFORM 9000-TRATAERROS                               00086800
               END-IF.                                                  00086900
                                                                        00087000
       4200-99-FIM.              EXIT.                                  00087100
      *-------------------------------------------------------------*   00087200
       4300-TESTARSTATUS-APRVENT                    SECTION.            00087300
      *-------------------------------------------------------------*   00087400
               IF WRK-FS-APRVENT NOT EQUAL 00                           00087500
                           AND WRK-FS-APRVENT NOT EQUAL 10              00087600
                 MOVE 'ERRO NO APRVENT       ' TO WRK-MSGERRO           00087700
                 MOVE '2000'                   TO WRK-SECAO             00087800
                 MOVE WRK-FS-APRVENT           TO WRK-STATUS            00087900
                  PERFORM 9000-TRATAERROS                               00088000
               END-IF.                                                  00088100
                                                                        00088200
       4300-99-FIM.              EXIT.                                  00088300
      *-------------------------------------------------------------*   00088400
       9000-TRATAERROS                              SECTION.            00088500
      *-------------------------------------------------------------*   00088600
           MOVE 'FR19DB47' TO WRK-PROGRAMA                              00088700
           MOVE 'E'        TO WRK-SEVERIDADE                            00088800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00088900
           GOBACK.                                                      00089000
                                                                        00089100
       9000-99-FIM.              EXIT.                                  00089200
