      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB62.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: COMPRA MENSAL DE VALE-REFEICAO (VR) E           *   00001200
      *    VALE-TRANSPORTE (VT) E DESCONTO DE 6% DO VT NA FOLHA.    *   00001300
      *    PARA A COMPETENCIA DA COMPRA (POR PADRAO, O MES          *   00001400
      *    SEGUINTE):                                               *   00001500
      *     - CONTA OS DIAS UTEIS DO MES NO CALENDAR (FLAG U)       *   00001600
      *     - TIRA DE CADA FUNCIONARIO OS DIAS UTEIS EM FERIAS      *   00001700
      *       APROVADAS (APRVENT = APRVSAI DO FR19DB40) E EM        *   00001800
      *       AFASTAMENTO (AFASUNL DO FR19DB23; SEM RETORNO         *   00001900
      *       EFETIVO VALE O PREVISTO, SEM NENHUM O AFASTAMENTO     *   00002000
      *       SEGUE ABERTO)                                         *   00002100
      *     - VALOR DO VALE = DIAS x VALOR DIARIO x QUANTIDADE POR  *   00002200
      *       DIA DA ADESAO (MASTER VALES DO FR19DB61; ADESAO       *   00002300
      *       SUSPENSA NAO E COMPRADA)                              *   00002400
      *     - DESCONTO DO VT = 6% DO SALARIO (FUNCUNL), LIMITADO    *   00002500
      *       AO VALOR DO VT COMPRADO                               *   00002600
      *    SO ENTRA FUNCIONARIO ATIVO; ADESAO SEM FUNCIONARIO       *   00002700
      *    ATIVO SAI NO RELATORIO E O RC E 4.                       *   00002800
      *    SAIDAS:                                                  *   00002900
      *     PEDVALE - PEDIDO DE COMPRA POR FORNECEDOR: H (CABECALHO *   00003000
      *               DO FORNECEDOR), D (UM POR FUNCIONARIO E VALE) *   00003100
      *               E T (QUANTIDADE E TOTAL DO FORNECEDOR)        *   00003200
      *     VTDESC  - DESCONTO DO VT NO LAYOUT DO ADTENT (ID +      *   00003300
      *               VALOR + DATA), CONCATENADO AO ADTENT NA       *   00003400
      *               JCL DO FR19DB12, QUE ABATE O VALOR DO         *   00003500
      *               LIQUIDO                                       *   00003600
      *     VTEVE   - O MESMO DESCONTO NO LAYOUT DO EVFOLHA         *   00003700
      *               (RUBRICA 0507, DESCONTO), PARA O EVENTOS      *   00003800
      *               DO FR19DB50                                   *   00003900
      *     RELVALE - UMA LINHA POR ADESAO E TOTAIS POR FORNECEDOR  *   00004000
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES SEGUINTE)  *   00004100
      *    COM 10 DE FILLER.                                        *   00004200
      *-------------------------------------------------------------*   00004300
      *   ARQUIVOS...:                                              *   00004400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004500
      *    VALES                I                  -----------      *   00004600
      *    FUNCUNL              I                  -----------      *   00004700
      *    CALENDAR             I                  -----------      *   00004800
      *    APRVENT              I                  -----------      *   00004900
      *    AFASUNL              I                  -----------      *   00005000
      *    PEDVALE              O                  -----------      *   00005100
      *    VTDESC               O                  -----------      *   00005200
      *    VTEVE                O                  -----------      *   00005300
      *    RELVALE              O                  -----------      *   00005400
      *-------------------------------------------------------------*   00005500
      *   MODULOS....:                             INCLUDE/BOOK     *   00005600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005700
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       ENVIRONMENT                               DIVISION.              00006100
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       CONFIGURATION                               SECTION.             00006500
      *=============================================================*   00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
       INPUT-OUTPUT                                SECTION.             00007000
       FILE-CONTROL.                                                    00007100
            SELECT VALES ASSIGN TO VALES                                00007200
                 FILE STATUS IS WRK-FS-VALES.                           00007300
                                                                        00007400
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007500
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007600
                                                                        00007700
            SELECT CALENDAR ASSIGN TO CALENDAR                          00007800
                 FILE STATUS IS WRK-FS-CALENDAR.                        00007900
                                                                        00008000
            SELECT APRVENT ASSIGN TO APRVENT                            00008100
                 FILE STATUS IS WRK-FS-APRVENT.                         00008200
                                                                        00008300
            SELECT AFASUNL ASSIGN TO AFASUNL                            00008400
                 FILE STATUS IS WRK-FS-AFASUNL.                         00008500
                                                                        00008600
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008700
                                                                        00008800
            SELECT PEDVALE ASSIGN TO PEDVALE                            00008900
                 FILE STATUS IS WRK-FS-PEDVALE.                         00009000
                                                                        00009100
            SELECT VTDESC ASSIGN TO VTDESC                              00009200
                 FILE STATUS IS WRK-FS-VTDESC.                          00009300
                                                                        00009400
            SELECT VTEVE ASSIGN TO VTEVE                                00009500
                 FILE STATUS IS WRK-FS-VTEVE.                           00009600
                                                                        00009700
            SELECT RELVALE ASSIGN TO RELVALE                            00009800
                 FILE STATUS IS WRK-FS-RELVALE.                         00009900
                                                                        00010000
      *=============================================================*   00010100
       DATA                                      DIVISION.              00010200
      *=============================================================*   00010300
       FILE                                      SECTION.               00010400
      *-------------------LRECL 40----------------------------------*   00010500
       FD VALES                                                         00010600
           RECORDING MODE IS F                                          00010700
           LABEL RECORD IS STANDARD                                     00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-VALES.                                                     00011000
          05 FD-VAL-IDFUNC      PIC 9(05).                              00011100
          05 FD-VAL-TIPO        PIC X(02).                              00011200
          05 FD-VAL-FORNEC      PIC X(06).                              00011300
          05 FD-VAL-VALORDIA    PIC 9(04)V99.                           00011400
          05 FD-VAL-QTDDIA      PIC 9(02).                              00011500
          05 FD-VAL-STATUS      PIC X(01).                              00011600
          05 FILLER             PIC X(18).                              00011700
                                                                        00011800
      *-------------------LRECL 113---------------------------------*   00011900
       FD FUNCUNL                                                       00012000
           RECORDING MODE IS F                                          00012100
           LABEL RECORD IS STANDARD                                     00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-FUNCUNL.                                                   00012400
          05 FD-UNL-ID          PIC 9(05).                              00012500
          05 FD-UNL-NOME        PIC X(30).                              00012600
          05 FD-UNL-SETOR       PIC X(04).                              00012700
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00012800
          05 FD-UNL-DATAADM     PIC X(10).                              00012900
          05 FD-UNL-EMAIL       PIC X(40).                              00013000
          05 FD-UNL-STATUS      PIC X(01).                              00013100
          05 FD-UNL-DATADEM     PIC X(10).                              00013200
          05 FD-UNL-EMPRESA     PIC X(03).                              00013300
                                                                        00013400
      *-------------------LRECL 39----------------------------------*   00013500
       FD CALENDAR                                                      00013600
           RECORDING MODE IS F                                          00013700
           LABEL RECORD IS STANDARD                                     00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-CALENDAR.                                                  00014000
          05 FD-CAL-DATA        PIC 9(08).                              00014100
          05 FD-CAL-FLAG        PIC X(01).                              00014200
          05 FD-CAL-FERIADO     PIC X(30).                              00014300
                                                                        00014400
      *-------------------LRECL 16----------------------------------*   00014500
       FD APRVENT                                                       00014600
           RECORDING MODE IS F.                                         00014700
       01 FD-APRVENT.                                                   00014800
          05 FD-APR-ID          PIC 9(05).                              00014900
          05 FD-APR-DATAINI     PIC 9(08).                              00015000
          05 FD-APR-DIAS        PIC 9(03).                              00015100
                                                                        00015200
      *-------------------LRECL 43----------------------------------*   00015300
       FD AFASUNL                                                       00015400
           RECORDING MODE IS F                                          00015500
           LABEL RECORD IS STANDARD                                     00015600
           BLOCK CONTAINS 0 RECORDS.                                    00015700
       01 FD-AFASUNL.                                                   00015800
          05 FD-AFA-IDFUNC      PIC 9(05).                              00015900
          05 FD-AFA-TIPO        PIC X(08).                              00016000
          05 FD-AFA-DATAINI     PIC X(10).                              00016100
          05 FD-AFA-RETPREV     PIC X(10).                              00016200
          05 FD-AFA-RETREAL     PIC X(10).                              00016300
                                                                        00016400
      *-------------------LRECL 60----------------------------------*   00016500
       FD PEDVALE                                                       00016600
           RECORDING MODE IS F.                                         00016700
       01 FD-PEDVALE             PIC X(60).                             00016800
                                                                        00016900
      *-------------------LRECL 23----------------------------------*   00017000
       FD VTDESC                                                        00017100
           RECORDING MODE IS F.                                         00017200
       01 FD-VTDESC.                                                    00017300
          05 FD-VTD-IDFUNC       PIC 9(05).                             00017400
          05 FD-VTD-VALOR        PIC 9(08)V99.                          00017500
          05 FD-VTD-DATA         PIC 9(08).                             00017600
                                                                        00017700
      *-------------------LRECL 30----------------------------------*   00017800
       FD VTEVE                                                         00017900
           RECORDING MODE IS F.                                         00018000
       01 FD-VTEVE.                                                     00018100
          05 FD-VTE-IDFUNC       PIC 9(05).                             00018200
          05 FD-VTE-RUBRICA      PIC 9(04).                             00018300
          05 FD-VTE-TIPO         PIC X(01).                             00018400
          05 FD-VTE-VALOR        PIC 9(08)V99.                          00018500
          05 FD-VTE-COMPET       PIC 9(06).                             00018600
          05 FILLER              PIC X(04).                             00018700
                                                                        00018800
      *-------------------LRECL 80----------------------------------*   00018900
       FD RELVALE                                                       00019000
           RECORDING MODE IS F.                                         00019100
       01 FD-RELVALE             PIC X(80).                             00019200
                                                                        00019300
      *=============================================================*   00019400
       WORKING-STORAGE                             SECTION.             00019500
      *=============================================================*   00019600
                                                                        00019700
       01 FILLER          PIC X(64) VALUE                               00019800
           '-----------BOOK LOGERROS------------------------'.          00019900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00020000
       COPY '#GLOG'.                                                    00020100
      *-------------------------------------------------------------*   00020200
                                                                        00020300
       01 FILLER          PIC X(64) VALUE                               00020400
           '-----------VARIAVEIS DE STATUS------------------'.          00020500
                                                                        00020600
       77 WRK-FS-VALES    PIC 9(02).                                    00020700
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00020800
       77 WRK-FS-CALENDAR PIC 9(02).                                    00020900
       77 WRK-FS-APRVENT  PIC 9(02).                                    00021000
       77 WRK-FS-AFASUNL  PIC 9(02).                                    00021100
       77 WRK-FS-PEDVALE  PIC 9(02).                                    00021200
       77 WRK-FS-VTDESC   PIC 9(02).                                    00021300
       77 WRK-FS-VTEVE    PIC 9(02).                                    00021400
       77 WRK-FS-RELVALE  PIC 9(02).                                    00021500
                                                                        00021600
       01 FILLER          PIC X(64) VALUE                               00021700
           '-----------PARAMETROS SYSIN---------------------'.          00021800
                                                                        00021900
       01 WRK-COMPCARD.                                                 00022000
          05 FILLER              PIC X(10).                             00022100
          05 WRK-COMPCARD-AC     PIC 9(06).                             00022200
                                                                        00022300
       01 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00022400
       01 WRK-COMPETENCIA-G REDEFINES WRK-COMPETENCIA.                  00022500
          05 WRK-COMP-ANO        PIC 9(04).                             00022600
          05 WRK-COMP-MES        PIC 9(02).                             00022700
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00022800
       77 WRK-MES-INI     PIC 9(08) VALUE ZEROES.                       00022900
       77 WRK-MES-FIM     PIC 9(08) VALUE ZEROES.                       00023000
       77 WRK-PERC-VT     PIC 9(02)V99 VALUE 6,00.                      00023100
       77 WRK-COD-VT      PIC 9(04) VALUE 0507.                         00023200
                                                                        00023300
       01 FILLER          PIC X(64) VALUE                               00023400
           '-----------DIAS UTEIS DA COMPETENCIA------------'.          00023500
                                                                        00023600
       77 WRK-QTD-UTEIS   PIC 9(02) VALUE ZEROES.                       00023700
       77 WRK-SUB-UTL     PIC 9(02) VALUE ZEROES.                       00023800
       01 WRK-TAB-UTEIS.                                                00023900
          05 WRK-UTL-DATA OCCURS 31 TIMES PIC 9(08).                    00024000
                                                                        00024100
       01 FILLER          PIC X(64) VALUE                               00024200
           '-----------FERIAS E AFASTAMENTOS DA COMPETENCIA-'.          00024300
                                                                        00024400
       77 WRK-SW-FIM-APR  PIC X(01) VALUE 'N'.                          00024500
           88 WRK-FIM-APRVENT       VALUE 'S'.                          00024600
       77 WRK-SW-FIM-AFA  PIC X(01) VALUE 'N'.                          00024700
           88 WRK-FIM-AFASUNL       VALUE 'S'.                          00024800
       77 WRK-QTD-AUS     PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-SUB-AUS     PIC 9(04) VALUE ZEROES.                       00025000
       01 WRK-TAB-AUSENCIA.                                             00025100
          05 WRK-AUS-LINHA OCCURS 2000 TIMES.                           00025200
             10 WRK-AUS-IDFUNC     PIC 9(05).                           00025300
             10 WRK-AUS-INI        PIC 9(08).                           00025400
             10 WRK-AUS-FIM        PIC 9(08).                           00025500
                                                                        00025600
      *----AUSENCIAS DO FUNCIONARIO EM CURSO-------------------------*  00025700
       77 WRK-QTD-AUSF    PIC 9(02) VALUE ZEROES.                       00025800
       77 WRK-SUB-AUSF    PIC 9(02) VALUE ZEROES.                       00025900
       01 WRK-TAB-AUS-FUNC.                                             00026000
          05 WRK-AUSF-LINHA OCCURS 20 TIMES.                            00026100
             10 WRK-AUSF-INI       PIC 9(08).                           00026200
             10 WRK-AUSF-FIM       PIC 9(08).                           00026300
                                                                        00026400
       01 WRK-DATA-UNL.                                                 00026500
          05 WRK-UNL-ANO         PIC 9(04).                             00026600
          05 FILLER              PIC X(01).                             00026700
          05 WRK-UNL-MES         PIC 9(02).                             00026800
          05 FILLER              PIC X(01).                             00026900
          05 WRK-UNL-DIA         PIC 9(02).                             00027000
       77 WRK-AUS-INI-CALC PIC 9(08) VALUE ZEROES.                      00027100
       77 WRK-AUS-FIM-CALC PIC 9(08) VALUE ZEROES.                      00027200
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROES.                       00027300
       01 WRK-DATA-CALC-G REDEFINES WRK-DATA-CALC.                      00027400
          05 WRK-CALC-ANO        PIC 9(04).                             00027500
          05 WRK-CALC-MES        PIC 9(02).                             00027600
          05 WRK-CALC-DIA        PIC 9(02).                             00027700
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROES.                       00027800
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROES.                       00027900
       77 WRK-RESTO       PIC 9(03) VALUE ZEROES.                       00028000
       77 WRK-CONTA-DIAS  PIC 9(03) VALUE ZEROES.                       00028100
       77 WRK-DIAS-AVANCAR PIC 9(03) VALUE ZEROES.                      00028200
                                                                        00028300
       01 FILLER          PIC X(64) VALUE                               00028400
           '-----------PEDIDO EM MEMORIA--------------------'.          00028500
                                                                        00028600
       77 WRK-QTD-PED     PIC 9(04) VALUE ZEROES.                       00028700
       77 WRK-SUB-PED     PIC 9(04) VALUE ZEROES.                       00028800
       01 WRK-TAB-PEDIDO.                                               00028900
          05 WRK-PED-LINHA OCCURS 3000 TIMES.                           00029000
             10 WRK-PED-FORNEC     PIC X(06).                           00029100
             10 WRK-PED-IDFUNC     PIC 9(05).                           00029200
             10 WRK-PED-NOME       PIC X(30).                           00029300
             10 WRK-PED-TIPO       PIC X(02).                           00029400
             10 WRK-PED-DIAS       PIC 9(02).                           00029500
             10 WRK-PED-VALOR      PIC 9(07)V99.                        00029600
                                                                        00029700
       77 WRK-QTD-FOR     PIC 9(02) VALUE ZEROES.                       00029800
       77 WRK-SUB-FOR     PIC 9(02) VALUE ZEROES.                       00029900
       77 WRK-IDX-FOR     PIC 9(02) VALUE ZEROES.                       00030000
       01 WRK-TAB-FORNEC.                                               00030100
          05 WRK-FOR-LINHA OCCURS 50 TIMES.                             00030200
             10 WRK-FOR-CODIGO     PIC X(06).                           00030300
             10 WRK-FOR-QTD        PIC 9(05).                           00030400
             10 WRK-FOR-TOTAL      PIC 9(10)V99.                        00030500
                                                                        00030600
       01 FILLER          PIC X(64) VALUE                               00030700
           '-----------REGISTROS DO PEDVALE-----------------'.          00030800
                                                                        00030900
       01 WRK-PEDVALE-CAB.                                              00031000
          05 FILLER              PIC X(01) VALUE 'H'.                   00031100
          05 WRK-PCB-FORNEC      PIC X(06).                             00031200
          05 WRK-PCB-COMPET      PIC 9(06).                             00031300
          05 WRK-PCB-DATA        PIC 9(08).                             00031400
          05 FILLER              PIC X(39) VALUE SPACES.                00031500
                                                                        00031600
       01 WRK-PEDVALE-DET.                                              00031700
          05 FILLER              PIC X(01) VALUE 'D'.                   00031800
          05 WRK-PDT-FORNEC      PIC X(06).                             00031900
          05 WRK-PDT-IDFUNC      PIC 9(05).                             00032000
          05 WRK-PDT-NOME        PIC X(30).                             00032100
          05 WRK-PDT-TIPO        PIC X(02).                             00032200
          05 WRK-PDT-DIAS        PIC 9(02).                             00032300
          05 WRK-PDT-VALOR       PIC 9(07)V99.                          00032400
          05 FILLER              PIC X(05) VALUE SPACES.                00032500
                                                                        00032600
       01 WRK-PEDVALE-TRL.                                              00032700
          05 FILLER              PIC X(01) VALUE 'T'.                   00032800
          05 WRK-PTR-FORNEC      PIC X(06).                             00032900
          05 WRK-PTR-QTD         PIC 9(05).                             00033000
          05 WRK-PTR-TOTAL       PIC 9(10)V99.                          00033100
          05 FILLER              PIC X(36) VALUE SPACES.                00033200
                                                                        00033300
       01 FILLER          PIC X(64) VALUE                               00033400
           '-----------CONTADORES E CALCULO-----------------'.          00033500
                                                                        00033600
       77 WRK-SW-FIM-VAL  PIC X(01) VALUE 'N'.                          00033700
           88 WRK-FIM-VALES         VALUE 'S'.                          00033800
       77 WRK-SW-AUSENTE  PIC X(01) VALUE 'N'.                          00033900
           88 WRK-DIA-AUSENTE       VALUE 'S'.                          00034000
                                                                        00034100
       77 WRK-REGVALES    PIC 9(05) VALUE ZEROES.                       00034200
       77 WRK-QTD-COMPRA  PIC 9(05) VALUE ZEROES.                       00034300
       77 WRK-QTD-SUSPENSA PIC 9(05) VALUE ZEROES.                      00034400
       77 WRK-QTD-SEMFUNC PIC 9(05) VALUE ZEROES.                       00034500
       77 WRK-QTD-SEMDIA  PIC 9(05) VALUE ZEROES.                       00034600
       77 WRK-QTD-DESCVT  PIC 9(05) VALUE ZEROES.                       00034700
       77 WRK-TOT-VR      PIC 9(11)V99 VALUE ZEROES.                    00034800
       77 WRK-TOT-VT      PIC 9(11)V99 VALUE ZEROES.                    00034900
       77 WRK-TOT-DESCVT  PIC 9(11)V99 VALUE ZEROES.                    00035000
                                                                        00035100
       77 WRK-ID-DIAS     PIC 9(05) VALUE ZEROES.                       00035200
       77 WRK-DIAS-TRAB   PIC 9(02) VALUE ZEROES.                       00035300
       77 WRK-VLR-VALE    PIC 9(07)V99 VALUE ZEROES.                    00035400
       77 WRK-VLR-DESCVT  PIC 9(08)V99 VALUE ZEROES.                    00035500
                                                                        00035600
       01 FILLER          PIC X(64) VALUE                               00035700
           '-----------LINHAS DO RELATORIO------------------'.          00035800
                                                                        00035900
       01 WRK-LINHA-TITULO.                                             00036000
          05 FILLER              PIC X(44) VALUE                        00036100
             'COMPRA DE VALE-REFEICAO E VALE-TRANSPORTE - '.            00036200
          05 FILLER              PIC X(07) VALUE 'COMPET.'.             00036300
          05 FILLER              PIC X(01) VALUE SPACE.                 00036400
          05 WRK-TIT-COMPET      PIC 9(06).                             00036500
          05 FILLER              PIC X(12) VALUE '  DIAS UTEIS'.        00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-TIT-UTEIS       PIC Z9.                                00036800
          05 FILLER              PIC X(07) VALUE SPACES.                00036900
                                                                        00037000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00037100
                                                                        00037200
       01 WRK-LINHA-CABEC.                                              00037300
          05 FILLER              PIC X(40) VALUE                        00037400
             'ID    NOME                 TP FORNEC DU '.                00037500
          05 FILLER              PIC X(40) VALUE                        00037600
             '       VALOR   DESC.VT OBSERVACAO       '.                00037700
                                                                        00037800
       01 WRK-LINHA-DETALHE.                                            00037900
          05 WRK-DET-ID          PIC 9(05).                             00038000
          05 FILLER              PIC X(01) VALUE SPACE.                 00038100
          05 WRK-DET-NOME        PIC X(20).                             00038200
          05 FILLER              PIC X(01) VALUE SPACE.                 00038300
          05 WRK-DET-TIPO        PIC X(02).                             00038400
          05 FILLER              PIC X(01) VALUE SPACE.                 00038500
          05 WRK-DET-FORNEC      PIC X(06).                             00038600
          05 FILLER              PIC X(01) VALUE SPACE.                 00038700
          05 WRK-DET-DIAS        PIC Z9.                                00038800
          05 FILLER              PIC X(01) VALUE SPACE.                 00038900
          05 WRK-DET-VALOR       PIC Z.ZZZ.ZZ9,99.                      00039000
          05 FILLER              PIC X(01) VALUE SPACE.                 00039100
          05 WRK-DET-DESCVT      PIC ZZ.ZZ9,99.                         00039200
          05 FILLER              PIC X(01) VALUE SPACE.                 00039300
          05 WRK-DET-OBS         PIC X(16).                             00039400
          05 FILLER              PIC X(01) VALUE SPACE.                 00039500
                                                                        00039600
       01 WRK-LINHA-FORNEC.                                             00039700
          05 FILLER              PIC X(11) VALUE 'FORNECEDOR '.         00039800
          05 WRK-LFR-FORNEC      PIC X(06).                             00039900
          05 FILLER              PIC X(07) VALUE '  ITENS'.             00040000
          05 WRK-LFR-QTD         PIC ZZZZ9.                             00040100
          05 FILLER              PIC X(09) VALUE '  TOTAL: '.           00040200
          05 WRK-LFR-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                00040300
          05 FILLER              PIC X(24) VALUE SPACES.                00040400
                                                                        00040500
       01 WRK-LINHA-TOTAL.                                              00040600
          05 WRK-TOT-ROTULO      PIC X(30).                             00040700
          05 WRK-TOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                00040800
          05 FILLER              PIC X(32) VALUE SPACES.                00040900
                                                                        00041000
      *=============================================================*   00041100
       PROCEDURE DIVISION.                                              00041200
      *=============================================================*   00041300
                                                                        00041400
      *-------------------------------------------------------------*   00041500
       0000-PRINCIPAL                           SECTION.                00041600
      *-------------------------------------------------------------*   00041700
                                                                        00041800
            PERFORM  1000-INICIAR.                                      00041900
                                                                        00042000
            PERFORM  1100-CARREGAR-CALENDARIO                           00042100
                     UNTIL WRK-FS-CALENDAR NOT EQUAL 00.                00042200
            PERFORM  1150-VERIFICAR-CALENDARIO.                         00042300
            PERFORM  1200-CARREGAR-FERIAS.                              00042400
            PERFORM  1300-CARREGAR-AFASTAMENTOS.                        00042500
                                                                        00042600
            PERFORM  1400-LER-FUNCUNL.                                  00042700
            PERFORM  1500-LER-VALES.                                    00042800
                                                                        00042900
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-VALES.                00043000
                                                                        00043100
            PERFORM  3000-FINALIZAR.                                    00043200
                                                                        00043300
            STOP RUN.                                                   00043400
                                                                        00043500
      *-------------------------------------------------------------*   00043600
       1000-INICIAR                             SECTION.                00043700
      *-------------------------------------------------------------*   00043800
             OPEN INPUT  VALES FUNCUNL CALENDAR                         00043900
                  OUTPUT PEDVALE VTDESC VTEVE RELVALE.                  00044000
                                                                        00044100
               PERFORM 4000-TESTARSTATUS.                               00044200
                                                                        00044300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00044400
                                                                        00044500
      *----COMPETENCIA DA COMPRA: SEM CARTAO, O MES SEGUINTE---------*  00044600
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00044700
               IF WRK-COMPCARD-AC IS NUMERIC                            00044800
                  AND WRK-COMPCARD-AC GREATER ZEROES                    00044900
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00045000
               ELSE                                                     00045100
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00045200
                  IF WRK-COMP-MES EQUAL 12                              00045300
                     MOVE 01 TO WRK-COMP-MES                            00045400
                     ADD 1 TO WRK-COMP-ANO                              00045500
                  ELSE                                                  00045600
                     ADD 1 TO WRK-COMP-MES                              00045700
                  END-IF                                                00045800
               END-IF.                                                  00045900
                                                                        00046000
               COMPUTE WRK-MES-INI = WRK-COMPETENCIA * 100 + 1.         00046100
               MOVE WRK-MES-INI TO WRK-DATA-CALC.                       00046200
               PERFORM 2700-CALCULAR-ULT-DIA.                           00046300
               COMPUTE WRK-MES-FIM = WRK-COMPETENCIA * 100              00046400
                                   + WRK-ULT-DIA-MES.                   00046500
                                                                        00046600
       1000-99-FIM.              EXIT.                                  00046700
      *-------------------------------------------------------------*   00046800
       1100-CARREGAR-CALENDARIO                 SECTION.                00046900
      *-------------------------------------------------------------*   00047000
            READ CALENDAR                                               00047100
              AT END                                                    00047200
                MOVE 10 TO WRK-FS-CALENDAR                              00047300
            END-READ.                                                   00047400
            IF WRK-FS-CALENDAR NOT EQUAL 00                             00047500
               AND WRK-FS-CALENDAR NOT EQUAL 10                         00047600
               MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO             00047700
               MOVE '1100'                   TO WRK-SECAO               00047800
               MOVE WRK-FS-CALENDAR          TO WRK-STATUS              00047900
               PERFORM 9000-TRATAERROS                                  00048000
            END-IF.                                                     00048100
            IF WRK-FS-CALENDAR EQUAL 00                                 00048200
               AND FD-CAL-FLAG EQUAL 'U'                                00048300
               AND FD-CAL-DATA NOT LESS WRK-MES-INI                     00048400
               AND FD-CAL-DATA NOT GREATER WRK-MES-FIM                  00048500
               AND WRK-QTD-UTEIS LESS 31                                00048600
               ADD 1 TO WRK-QTD-UTEIS                                   00048700
               MOVE FD-CAL-DATA TO WRK-UTL-DATA (WRK-QTD-UTEIS)         00048800
            END-IF.                                                     00048900
       1100-99-FIM.              EXIT.                                  00049000
      *-------------------------------------------------------------*   00049100
       1150-VERIFICAR-CALENDARIO                SECTION.                00049200
      *-------------------------------------------------------------*   00049300
      *----SEM DIA UTIL NA COMPETENCIA O CALENDARIO NAO FOI----------*  00049400
      *----CARREGADO PARA O MES - NADA E COMPRADO--------------------*  00049500
            IF WRK-QTD-UTEIS EQUAL ZEROES                               00049600
               DISPLAY ' CALENDAR SEM DIAS UTEIS NA COMPETENCIA '       00049700
                       WRK-COMPETENCIA                                  00049800
               MOVE 'CALENDAR SEM DIAS UTEIS      ' TO WRK-MSGERRO      00049900
               MOVE '1150'     TO WRK-SECAO                             00050000
               MOVE '08'       TO WRK-STATUS                            00050100
               MOVE 'FR19DB62' TO WRK-PROGRAMA                          00050200
               MOVE 'E'        TO WRK-SEVERIDADE                        00050300
               CALL WRK-GRAVALOG USING WRK-DADOS-ERROS                  00050400
               MOVE 8 TO RETURN-CODE                                    00050500
               STOP RUN                                                 00050600
            END-IF.                                                     00050700
                                                                        00050800
            MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                     00050900
            MOVE WRK-QTD-UTEIS   TO WRK-TIT-UTEIS.                      00051000
            WRITE FD-RELVALE FROM WRK-LINHA-TRACO.                      00051100
            WRITE FD-RELVALE FROM WRK-LINHA-TITULO.                     00051200
            WRITE FD-RELVALE FROM WRK-LINHA-TRACO.                      00051300
            WRITE FD-RELVALE FROM WRK-LINHA-CABEC.                      00051400
            WRITE FD-RELVALE FROM WRK-LINHA-TRACO.                      00051500
       1150-99-FIM.              EXIT.                                  00051600
      *-------------------------------------------------------------*   00051700
       1200-CARREGAR-FERIAS                     SECTION.                00051800
      *-------------------------------------------------------------*   00051900
      *----FERIAS APROVADAS (OPCIONAL): SEM O ARQUIVO, AVISO---------*  00052000
            OPEN INPUT APRVENT.                                         00052100
            IF WRK-FS-APRVENT NOT EQUAL 00                              00052200
               DISPLAY ' SEM APRVENT (FS=' WRK-FS-APRVENT               00052300
                       ') - FERIAS NAO DESCONTADAS DOS DIAS'            00052400
               GO TO 1200-99-FIM.                                       00052500
            PERFORM 1210-LER-FERIAS UNTIL WRK-FIM-APRVENT.              00052600
            CLOSE APRVENT.                                              00052700
       1200-99-FIM.              EXIT.                                  00052800
      *-------------------------------------------------------------*   00052900
       1210-LER-FERIAS                          SECTION.                00053000
      *-------------------------------------------------------------*   00053100
            READ APRVENT                                                00053200
              AT END                                                    00053300
                MOVE 'S' TO WRK-SW-FIM-APR                              00053400
            END-READ.                                                   00053500
            IF WRK-FS-APRVENT NOT EQUAL 00                              00053600
               GO TO 1210-99-FIM.                                       00053700
            IF FD-APR-DATAINI NOT NUMERIC                               00053800
               OR FD-APR-DIAS NOT NUMERIC                               00053900
               OR FD-APR-DIAS EQUAL ZEROES                              00054000
               GO TO 1210-99-FIM.                                       00054100
                                                                        00054200
      *----ULTIMO DIA DE FERIAS = INICIO + DIAS - 1------------------*  00054300
            MOVE FD-APR-DATAINI TO WRK-AUS-INI-CALC WRK-DATA-CALC.      00054400
            COMPUTE WRK-DIAS-AVANCAR = FD-APR-DIAS - 1.                 00054500
            MOVE ZEROES TO WRK-CONTA-DIAS.                              00054600
            PERFORM 2710-AVANCAR-UM-DIA                                 00054700
                    UNTIL WRK-CONTA-DIAS NOT LESS WRK-DIAS-AVANCAR.     00054800
            MOVE WRK-DATA-CALC TO WRK-AUS-FIM-CALC.                     00054900
            MOVE FD-APR-ID TO WRK-ID-DIAS.                              00055000
            PERFORM 1350-GUARDAR-AUSENCIA.                              00055100
       1210-99-FIM.              EXIT.                                  00055200
      *-------------------------------------------------------------*   00055300
       1300-CARREGAR-AFASTAMENTOS               SECTION.                00055400
      *-------------------------------------------------------------*   00055500
      *----AFASTAMENTOS (OPCIONAL): SEM O ARQUIVO, AVISO-------------*  00055600
            OPEN INPUT AFASUNL.                                         00055700
            IF WRK-FS-AFASUNL NOT EQUAL 00                              00055800
               DISPLAY ' SEM AFASUNL (FS=' WRK-FS-AFASUNL               00055900
                       ') - AFASTAMENTOS NAO DESCONTADOS DOS DIAS'      00056000
               GO TO 1300-99-FIM.                                       00056100
            PERFORM 1310-LER-AFASTAMENTO UNTIL WRK-FIM-AFASUNL.         00056200
            CLOSE AFASUNL.                                              00056300
       1300-99-FIM.              EXIT.                                  00056400
      *-------------------------------------------------------------*   00056500
       1310-LER-AFASTAMENTO                     SECTION.                00056600
      *-------------------------------------------------------------*   00056700
            READ AFASUNL                                                00056800
              AT END                                                    00056900
                MOVE 'S' TO WRK-SW-FIM-AFA                              00057000
            END-READ.                                                   00057100
            IF WRK-FS-AFASUNL NOT EQUAL 00                              00057200
               GO TO 1310-99-FIM.                                       00057300
            MOVE FD-AFA-DATAINI TO WRK-DATA-UNL.                        00057400
            IF WRK-UNL-ANO NOT NUMERIC                                  00057500
               OR WRK-UNL-MES NOT NUMERIC                               00057600
               OR WRK-UNL-DIA NOT NUMERIC                               00057700
               GO TO 1310-99-FIM.                                       00057800
            COMPUTE WRK-AUS-INI-CALC = WRK-UNL-ANO * 10000              00057900
                                     + WRK-UNL-MES * 100 + WRK-UNL-DIA. 00058000
                                                                        00058100
      *----ULTIMO DIA = VESPERA DO RETORNO EFETIVO OU, SEM ELE, DO---*  00058200
      *----PREVISTO; SEM NENHUM DOS DOIS, AFASTAMENTO EM ABERTO------*  00058300
            MOVE SPACES TO WRK-DATA-UNL.                                00058400
            IF FD-AFA-RETREAL NOT EQUAL SPACES                          00058500
               MOVE FD-AFA-RETREAL TO WRK-DATA-UNL                      00058600
            ELSE                                                        00058700
               MOVE FD-AFA-RETPREV TO WRK-DATA-UNL                      00058800
            END-IF.                                                     00058900
            IF WRK-UNL-ANO NUMERIC                                      00059000
               AND WRK-UNL-MES NUMERIC                                  00059100
               AND WRK-UNL-DIA NUMERIC                                  00059200
               COMPUTE WRK-DATA-CALC = WRK-UNL-ANO * 10000              00059300
                                     + WRK-UNL-MES * 100 + WRK-UNL-DIA  00059400
               PERFORM 2720-RECUAR-UM-DIA                               00059500
               MOVE WRK-DATA-CALC TO WRK-AUS-FIM-CALC                   00059600
            ELSE                                                        00059700
               MOVE 99999999 TO WRK-AUS-FIM-CALC                        00059800
            END-IF.                                                     00059900
            MOVE FD-AFA-IDFUNC TO WRK-ID-DIAS.                          00060000
            PERFORM 1350-GUARDAR-AUSENCIA.                              00060100
       1310-99-FIM.              EXIT.                                  00060200
      *-------------------------------------------------------------*   00060300
       1350-GUARDAR-AUSENCIA                    SECTION.                00060400
      *-------------------------------------------------------------*   00060500
      *----SO INTERESSA O PERIODO QUE CRUZA A COMPETENCIA------------*  00060600
            IF WRK-AUS-INI-CALC GREATER WRK-MES-FIM                     00060700
               OR WRK-AUS-FIM-CALC LESS WRK-MES-INI                     00060800
               GO TO 1350-99-FIM.                                       00060900
            IF WRK-QTD-AUS NOT LESS 2000                                00061000
               DISPLAY ' TABELA DE AUSENCIAS ESGOTADA (2000)'           00061100
               GO TO 1350-99-FIM.                                       00061200
            ADD 1 TO WRK-QTD-AUS.                                       00061300
            MOVE WRK-ID-DIAS      TO WRK-AUS-IDFUNC (WRK-QTD-AUS).      00061400
            MOVE WRK-AUS-INI-CALC TO WRK-AUS-INI (WRK-QTD-AUS).         00061500
            MOVE WRK-AUS-FIM-CALC TO WRK-AUS-FIM (WRK-QTD-AUS).         00061600
            MOVE ZEROES TO WRK-ID-DIAS.                                 00061700
       1350-99-FIM.              EXIT.                                  00061800
      *-------------------------------------------------------------*   00061900
       1400-LER-FUNCUNL                         SECTION.                00062000
      *-------------------------------------------------------------*   00062100
             READ FUNCUNL                                               00062200
               AT END                                                   00062300
                 MOVE 99999 TO FD-UNL-ID                                00062400
             END-READ.                                                  00062500
             PERFORM 4200-TESTARSTATUS-FUNCUNL.                         00062600
       1400-99-FIM.              EXIT.                                  00062700
      *-------------------------------------------------------------*   00062800
       1500-LER-VALES                           SECTION.                00062900
      *-------------------------------------------------------------*   00063000
             READ VALES                                                 00063100
               AT END                                                   00063200
                 MOVE 'S' TO WRK-SW-FIM-VAL                             00063300
             END-READ.                                                  00063400
             PERFORM 4100-TESTARSTATUS-VALES.                           00063500
             IF WRK-FS-VALES EQUAL 00                                   00063600
                ADD 1 TO WRK-REGVALES                                   00063700
             END-IF.                                                    00063800
       1500-99-FIM.              EXIT.                                  00063900
      *-------------------------------------------------------------*   00064000
       2000-PROCESSAR                           SECTION.                00064100
      *-------------------------------------------------------------*   00064200
            PERFORM 1400-LER-FUNCUNL                                    00064300
                    UNTIL FD-UNL-ID NOT LESS FD-VAL-IDFUNC.             00064400
                                                                        00064500
            MOVE FD-VAL-IDFUNC   TO WRK-DET-ID.                         00064600
            MOVE FD-VAL-TIPO     TO WRK-DET-TIPO.                       00064700
            MOVE FD-VAL-FORNEC   TO WRK-DET-FORNEC.                     00064800
            MOVE SPACES          TO WRK-DET-NOME WRK-DET-OBS.           00064900
            MOVE ZEROES          TO WRK-DET-DIAS WRK-DET-VALOR          00065000
                                    WRK-DET-DESCVT.                     00065100
                                                                        00065200
            EVALUATE TRUE                                               00065300
              WHEN FD-UNL-ID NOT EQUAL FD-VAL-IDFUNC                    00065400
                   OR FD-UNL-STATUS NOT EQUAL 'A'                       00065500
                MOVE 'SEM FUNC. ATIVO ' TO WRK-DET-OBS                  00065600
                WRITE FD-RELVALE FROM WRK-LINHA-DETALHE                 00065700
                ADD 1 TO WRK-QTD-SEMFUNC                                00065800
              WHEN FD-VAL-STATUS EQUAL 'S'                              00065900
                MOVE FD-UNL-NOME TO WRK-DET-NOME                        00066000
                MOVE 'ADESAO SUSPENSA ' TO WRK-DET-OBS                  00066100
                WRITE FD-RELVALE FROM WRK-LINHA-DETALHE                 00066200
                ADD 1 TO WRK-QTD-SUSPENSA                               00066300
              WHEN OTHER                                                00066400
                MOVE FD-UNL-NOME TO WRK-DET-NOME                        00066500
                PERFORM 2100-CALCULAR-VALE                              00066600
            END-EVALUATE.                                               00066700
                                                                        00066800
            PERFORM 1500-LER-VALES.                                     00066900
                                                                        00067000
       2000-99-FIM.              EXIT.                                  00067100
      *-------------------------------------------------------------*   00067200
       2100-CALCULAR-VALE                       SECTION.                00067300
      *-------------------------------------------------------------*   00067400
            IF WRK-ID-DIAS NOT EQUAL FD-VAL-IDFUNC                      00067500
               PERFORM 2200-CONTAR-DIAS                                 00067600
            END-IF.                                                     00067700
            MOVE WRK-DIAS-TRAB TO WRK-DET-DIAS.                         00067800
                                                                        00067900
            IF WRK-DIAS-TRAB EQUAL ZEROES                               00068000
               MOVE 'SEM DIA TRABALH.' TO WRK-DET-OBS                   00068100
               WRITE FD-RELVALE FROM WRK-LINHA-DETALHE                  00068200
               ADD 1 TO WRK-QTD-SEMDIA                                  00068300
               GO TO 2100-99-FIM.                                       00068400
                                                                        00068500
            COMPUTE WRK-VLR-VALE = WRK-DIAS-TRAB * FD-VAL-VALORDIA      00068600
                                 * FD-VAL-QTDDIA.                       00068700
            MOVE WRK-VLR-VALE TO WRK-DET-VALOR.                         00068800
            PERFORM 2300-GUARDAR-PEDIDO.                                00068900
                                                                        00069000
            IF FD-VAL-TIPO EQUAL 'VT'                                   00069100
               ADD WRK-VLR-VALE TO WRK-TOT-VT                           00069200
               PERFORM 2400-DESCONTAR-VT                                00069300
            ELSE                                                        00069400
               ADD WRK-VLR-VALE TO WRK-TOT-VR                           00069500
            END-IF.                                                     00069600
            WRITE FD-RELVALE FROM WRK-LINHA-DETALHE.                    00069700
            ADD 1 TO WRK-QTD-COMPRA.                                    00069800
                                                                        00069900
       2100-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       2200-CONTAR-DIAS                         SECTION.                00070200
      *-------------------------------------------------------------*   00070300
      *----SEPARA AS AUSENCIAS DO FUNCIONARIO E CONTA OS DIAS UTEIS--*  00070400
      *----DA COMPETENCIA FORA DE TODAS ELAS-------------------------*  00070500
            MOVE FD-VAL-IDFUNC TO WRK-ID-DIAS.                          00070600
            MOVE ZEROES TO WRK-QTD-AUSF.                                00070700
            MOVE 1 TO WRK-SUB-AUS.                                      00070800
            PERFORM 2210-SEPARAR-AUSENCIA                               00070900
                    UNTIL WRK-SUB-AUS GREATER WRK-QTD-AUS.              00071000
                                                                        00071100
            MOVE ZEROES TO WRK-DIAS-TRAB.                               00071200
            MOVE 1 TO WRK-SUB-UTL.                                      00071300
            PERFORM 2220-VERIFICAR-DIA                                  00071400
                    UNTIL WRK-SUB-UTL GREATER WRK-QTD-UTEIS.            00071500
       2200-99-FIM.              EXIT.                                  00071600
      *-------------------------------------------------------------*   00071700
       2210-SEPARAR-AUSENCIA                    SECTION.                00071800
      *-------------------------------------------------------------*   00071900
            IF WRK-AUS-IDFUNC (WRK-SUB-AUS) EQUAL WRK-ID-DIAS           00072000
               AND WRK-QTD-AUSF LESS 20                                 00072100
               ADD 1 TO WRK-QTD-AUSF                                    00072200
               MOVE WRK-AUS-INI (WRK-SUB-AUS)                           00072300
                    TO WRK-AUSF-INI (WRK-QTD-AUSF)                      00072400
               MOVE WRK-AUS-FIM (WRK-SUB-AUS)                           00072500
                    TO WRK-AUSF-FIM (WRK-QTD-AUSF)                      00072600
            END-IF.                                                     00072700
            ADD 1 TO WRK-SUB-AUS.                                       00072800
       2210-99-FIM.              EXIT.                                  00072900
      *-------------------------------------------------------------*   00073000
       2220-VERIFICAR-DIA                       SECTION.                00073100
      *-------------------------------------------------------------*   00073200
            MOVE 'N' TO WRK-SW-AUSENTE.                                 00073300
            MOVE 1 TO WRK-SUB-AUSF.                                     00073400
            PERFORM 2230-COMPARAR-AUSENCIA                              00073500
                    UNTIL WRK-SUB-AUSF GREATER WRK-QTD-AUSF             00073600
                       OR WRK-DIA-AUSENTE.                              00073700
            IF NOT WRK-DIA-AUSENTE                                      00073800
               ADD 1 TO WRK-DIAS-TRAB                                   00073900
            END-IF.                                                     00074000
            ADD 1 TO WRK-SUB-UTL.                                       00074100
       2220-99-FIM.              EXIT.                                  00074200
      *-------------------------------------------------------------*   00074300
       2230-COMPARAR-AUSENCIA                   SECTION.                00074400
      *-------------------------------------------------------------*   00074500
            IF WRK-UTL-DATA (WRK-SUB-UTL) NOT LESS                      00074600
               WRK-AUSF-INI (WRK-SUB-AUSF)                              00074700
               AND WRK-UTL-DATA (WRK-SUB-UTL) NOT GREATER               00074800
               WRK-AUSF-FIM (WRK-SUB-AUSF)                              00074900
               MOVE 'S' TO WRK-SW-AUSENTE                               00075000
            END-IF.                                                     00075100
            ADD 1 TO WRK-SUB-AUSF.                                      00075200
       2230-99-FIM.              EXIT.                                  00075300
      *-------------------------------------------------------------*   00075400
       2300-GUARDAR-PEDIDO                      SECTION.                00075500
      *-------------------------------------------------------------*   00075600
            IF WRK-QTD-PED NOT LESS 3000                                00075700
               DISPLAY ' TABELA DO PEDIDO ESGOTADA (3000)'              00075800
               GO TO 2300-99-FIM.                                       00075900
            ADD 1 TO WRK-QTD-PED.                                       00076000
            MOVE FD-VAL-FORNEC TO WRK-PED-FORNEC (WRK-QTD-PED).         00076100
            MOVE FD-VAL-IDFUNC TO WRK-PED-IDFUNC (WRK-QTD-PED).         00076200
            MOVE FD-UNL-NOME   TO WRK-PED-NOME (WRK-QTD-PED).           00076300
            MOVE FD-VAL-TIPO   TO WRK-PED-TIPO (WRK-QTD-PED).           00076400
            MOVE WRK-DIAS-TRAB TO WRK-PED-DIAS (WRK-QTD-PED).           00076500
            MOVE WRK-VLR-VALE  TO WRK-PED-VALOR (WRK-QTD-PED).          00076600
                                                                        00076700
            MOVE ZEROES TO WRK-IDX-FOR.                                 00076800
            MOVE 1 TO WRK-SUB-FOR.                                      00076900
            PERFORM 2310-PROCURAR-FORNECEDOR                            00077000
                    UNTIL WRK-SUB-FOR GREATER WRK-QTD-FOR               00077100
                       OR WRK-IDX-FOR GREATER ZEROES.                   00077200
            IF WRK-IDX-FOR EQUAL ZEROES                                 00077300
               IF WRK-QTD-FOR NOT LESS 50                               00077400
                  DISPLAY ' TABELA DE FORNECEDORES ESGOTADA (50)'       00077500
                  GO TO 2300-99-FIM                                     00077600
               END-IF                                                   00077700
               ADD 1 TO WRK-QTD-FOR                                     00077800
               MOVE WRK-QTD-FOR   TO WRK-IDX-FOR                        00077900
               MOVE FD-VAL-FORNEC TO WRK-FOR-CODIGO (WRK-IDX-FOR)       00078000
               MOVE ZEROES TO WRK-FOR-QTD (WRK-IDX-FOR)                 00078100
                              WRK-FOR-TOTAL (WRK-IDX-FOR)               00078200
            END-IF.                                                     00078300
            ADD 1 TO WRK-FOR-QTD (WRK-IDX-FOR).                         00078400
            ADD WRK-VLR-VALE TO WRK-FOR-TOTAL (WRK-IDX-FOR).            00078500
       2300-99-FIM.              EXIT.                                  00078600
      *-------------------------------------------------------------*   00078700
       2310-PROCURAR-FORNECEDOR                 SECTION.                00078800
      *-------------------------------------------------------------*   00078900
            IF WRK-FOR-CODIGO (WRK-SUB-FOR) EQUAL FD-VAL-FORNEC         00079000
               MOVE WRK-SUB-FOR TO WRK-IDX-FOR                          00079100
            END-IF.                                                     00079200
            ADD 1 TO WRK-SUB-FOR.                                       00079300
       2310-99-FIM.              EXIT.                                  00079400
      *-------------------------------------------------------------*   00079500
       2400-DESCONTAR-VT                        SECTION.                00079600
      *-------------------------------------------------------------*   00079700
      *----6% DO SALARIO, NUNCA MAIS QUE O VT COMPRADO---------------*  00079800
            COMPUTE WRK-VLR-DESCVT ROUNDED =                            00079900
                    FD-UNL-SALARIO * WRK-PERC-VT / 100.                 00080000
            IF WRK-VLR-DESCVT GREATER WRK-VLR-VALE                      00080100
               MOVE WRK-VLR-VALE TO WRK-VLR-DESCVT                      00080200
            END-IF.                                                     00080300
            IF WRK-VLR-DESCVT EQUAL ZEROES                              00080400
               GO TO 2400-99-FIM.                                       00080500
                                                                        00080600
            MOVE FD-VAL-IDFUNC  TO FD-VTD-IDFUNC.                       00080700
            MOVE WRK-VLR-DESCVT TO FD-VTD-VALOR.                        00080800
            MOVE WRK-DATA-HOJE  TO FD-VTD-DATA.                         00080900
            WRITE FD-VTDESC.                                            00081000
                                                                        00081100
            MOVE FD-VAL-IDFUNC  TO FD-VTE-IDFUNC.                       00081200
            MOVE WRK-COD-VT     TO FD-VTE-RUBRICA.                      00081300
            MOVE 'D'            TO FD-VTE-TIPO.                         00081400
            MOVE WRK-VLR-DESCVT TO FD-VTE-VALOR.                        00081500
            MOVE WRK-COMPETENCIA TO FD-VTE-COMPET.                      00081600
            MOVE SPACES         TO FD-VTEVE (27:4).                     00081700
            WRITE FD-VTEVE.                                             00081800
                                                                        00081900
            MOVE WRK-VLR-DESCVT TO WRK-DET-DESCVT.                      00082000
            ADD WRK-VLR-DESCVT TO WRK-TOT-DESCVT.                       00082100
            ADD 1 TO WRK-QTD-DESCVT.                                    00082200
       2400-99-FIM.              EXIT.                                  00082300
      *-------------------------------------------------------------*   00082400
       2700-CALCULAR-ULT-DIA                    SECTION.                00082500
      *-------------------------------------------------------------*   00082600
      *   ULTIMO DIA DO MES DE WRK-DATA-CALC, COM O BISSEXTO DO     *   00082700
      *   FEVEREIRO (DIVISIVEL POR 4; SECULO SO POR 400).           *   00082800
      *-------------------------------------------------------------*   00082900
            EVALUATE WRK-CALC-MES                                       00083000
              WHEN 01                                                   00083100
              WHEN 03                                                   00083200
              WHEN 05                                                   00083300
              WHEN 07                                                   00083400
              WHEN 08                                                   00083500
              WHEN 10                                                   00083600
              WHEN 12                                                   00083700
                MOVE 31 TO WRK-ULT-DIA-MES                              00083800
              WHEN 04                                                   00083900
              WHEN 06                                                   00084000
              WHEN 09                                                   00084100
              WHEN 11                                                   00084200
                MOVE 30 TO WRK-ULT-DIA-MES                              00084300
              WHEN 02                                                   00084400
                MOVE 28 TO WRK-ULT-DIA-MES                              00084500
                DIVIDE WRK-CALC-ANO BY 4                                00084600
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO         00084700
                IF WRK-RESTO EQUAL ZEROES                               00084800
                   DIVIDE WRK-CALC-ANO BY 100                           00084900
                          GIVING WRK-QUOCIENTE                          00085000
                          REMAINDER WRK-RESTO                           00085100
                   IF WRK-RESTO NOT EQUAL ZEROES                        00085200
                      MOVE 29 TO WRK-ULT-DIA-MES                        00085300
                   ELSE                                                 00085400
                      DIVIDE WRK-CALC-ANO BY 400                        00085500
                             GIVING WRK-QUOCIENTE                       00085600
                             REMAINDER WRK-RESTO                        00085700
                      IF WRK-RESTO EQUAL ZEROES                         00085800
                         MOVE 29 TO WRK-ULT-DIA-MES                     00085900
                      END-IF                                            00086000
                   END-IF                                               00086100
                END-IF                                                  00086200
            END-EVALUATE.                                               00086300
       2700-99-FIM.              EXIT.                                  00086400
      *-------------------------------------------------------------*   00086500
       2710-AVANCAR-UM-DIA                      SECTION.                00086600
      *-------------------------------------------------------------*   00086700
            PERFORM 2700-CALCULAR-ULT-DIA.                              00086800
            IF WRK-CALC-DIA LESS WRK-ULT-DIA-MES                        00086900
               ADD 1 TO WRK-CALC-DIA                                    00087000
            ELSE                                                        00087100
               MOVE 01 TO WRK-CALC-DIA                                  00087200
               IF WRK-CALC-MES EQUAL 12                                 00087300
                  MOVE 01 TO WRK-CALC-MES                               00087400
                  ADD 1 TO WRK-CALC-ANO                                 00087500
               ELSE                                                     00087600
                  ADD 1 TO WRK-CALC-MES                                 00087700
               END-IF                                                   00087800
            END-IF.                                                     00087900
            ADD 1 TO WRK-CONTA-DIAS.                                    00088000
       2710-99-FIM.              EXIT.                                  00088100
      *-------------------------------------------------------------*   00088200
       2720-RECUAR-UM-DIA                       SECTION.                00088300
      *-------------------------------------------------------------*   00088400
            IF WRK-CALC-DIA GREATER 01                                  00088500
               SUBTRACT 1 FROM WRK-CALC-DIA                             00088600
            ELSE                                                        00088700
               IF WRK-CALC-MES EQUAL 01                                 00088800
                  MOVE 12 TO WRK-CALC-MES                               00088900
                  SUBTRACT 1 FROM WRK-CALC-ANO                          00089000
               ELSE                                                     00089100
                  SUBTRACT 1 FROM WRK-CALC-MES                          00089200
               END-IF                                                   00089300
               PERFORM 2700-CALCULAR-ULT-DIA                            00089400
               MOVE WRK-ULT-DIA-MES TO WRK-CALC-DIA                     00089500
            END-IF.                                                     00089600
       2720-99-FIM.              EXIT.                                  00089700
      *-------------------------------------------------------------*   00089800
       3000-FINALIZAR                           SECTION.                00089900
      *-------------------------------------------------------------*   00090000
      *----PEDIDO DE COMPRA: UM BLOCO H / D... / T POR FORNECEDOR----*  00090100
             MOVE 1 TO WRK-SUB-FOR.                                     00090200
             PERFORM 3100-GRAVAR-FORNECEDOR                             00090300
                     UNTIL WRK-SUB-FOR GREATER WRK-QTD-FOR.             00090400
                                                                        00090500
             WRITE FD-RELVALE FROM WRK-LINHA-TRACO.                     00090600
             MOVE 'TOTAL VALE-REFEICAO.........: '                      00090700
                  TO WRK-TOT-ROTULO.                                    00090800
             MOVE WRK-TOT-VR TO WRK-TOT-VALOR.                          00090900
             WRITE FD-RELVALE FROM WRK-LINHA-TOTAL.                     00091000
             MOVE 'TOTAL VALE-TRANSPORTE.......: '                      00091100
                  TO WRK-TOT-ROTULO.                                    00091200
             MOVE WRK-TOT-VT TO WRK-TOT-VALOR.                          00091300
             WRITE FD-RELVALE FROM WRK-LINHA-TOTAL.                     00091400
             MOVE 'DESCONTO DE VT NA FOLHA.....: '                      00091500
                  TO WRK-TOT-ROTULO.                                    00091600
             MOVE WRK-TOT-DESCVT TO WRK-TOT-VALOR.                      00091700
             WRITE FD-RELVALE FROM WRK-LINHA-TOTAL.                     00091800
             WRITE FD-RELVALE FROM WRK-LINHA-TRACO.                     00091900
                                                                        00092000
             CLOSE VALES FUNCUNL CALENDAR PEDVALE VTDESC VTEVE          00092100
                   RELVALE.                                             00092200
              DISPLAY ' ============================================'.  00092300
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB62          '.  00092400
              DISPLAY ' ============================================'.  00092500
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00092600
              DISPLAY ' DIAS UTEIS DO MES..........' WRK-QTD-UTEIS.     00092700
              DISPLAY ' FERIAS/AFASTAMENTOS NO MES.' WRK-QTD-AUS.       00092800
              DISPLAY ' ADESOES LIDAS..............' WRK-REGVALES.      00092900
              DISPLAY ' VALES COMPRADOS............' WRK-QTD-COMPRA.    00093000
              DISPLAY ' FORNECEDORES NO PEDIDO.....' WRK-QTD-FOR.       00093100
              DISPLAY ' ADESOES SUSPENSAS..........' WRK-QTD-SUSPENSA.  00093200
              DISPLAY ' SEM DIA TRABALHADO.........' WRK-QTD-SEMDIA.    00093300
              DISPLAY ' SEM FUNCIONARIO ATIVO......' WRK-QTD-SEMFUNC.   00093400
              DISPLAY ' DESCONTOS DE VT GRAVADOS...' WRK-QTD-DESCVT.    00093500
              DISPLAY ' ============================================'.  00093600
              IF WRK-QTD-SEMFUNC GREATER ZEROES                         00093700
                 MOVE 4 TO RETURN-CODE                                  00093800
              END-IF.                                                   00093900
                                                                        00094000
       3000-99-FIM.              EXIT.                                  00094100
      *-------------------------------------------------------------*   00094200
       3100-GRAVAR-FORNECEDOR                   SECTION.                00094300
      *-------------------------------------------------------------*   00094400
             MOVE WRK-FOR-CODIGO (WRK-SUB-FOR) TO WRK-PCB-FORNEC.       00094500
             MOVE WRK-COMPETENCIA TO WRK-PCB-COMPET.                    00094600
             MOVE WRK-DATA-HOJE   TO WRK-PCB-DATA.                      00094700
             WRITE FD-PEDVALE FROM WRK-PEDVALE-CAB.                     00094800
                                                                        00094900
             MOVE 1 TO WRK-SUB-PED.                                     00095000
             PERFORM 3110-GRAVAR-ITEM                                   00095100
                     UNTIL WRK-SUB-PED GREATER WRK-QTD-PED.             00095200
                                                                        00095300
             MOVE WRK-FOR-CODIGO (WRK-SUB-FOR) TO WRK-PTR-FORNEC.       00095400
             MOVE WRK-FOR-QTD (WRK-SUB-FOR)    TO WRK-PTR-QTD.          00095500
             MOVE WRK-FOR-TOTAL (WRK-SUB-FOR)  TO WRK-PTR-TOTAL.        00095600
             WRITE FD-PEDVALE FROM WRK-PEDVALE-TRL.                     00095700
                                                                        00095800
             MOVE WRK-FOR-CODIGO (WRK-SUB-FOR) TO WRK-LFR-FORNEC.       00095900
             MOVE WRK-FOR-QTD (WRK-SUB-FOR)    TO WRK-LFR-QTD.          00096000
             MOVE WRK-FOR-TOTAL (WRK-SUB-FOR)  TO WRK-LFR-TOTAL.        00096100
             WRITE FD-RELVALE FROM WRK-LINHA-FORNEC.                    00096200
                                                                        00096300
             ADD 1 TO WRK-SUB-FOR.                                      00096400
       3100-99-FIM.              EXIT.                                  00096500
      *-------------------------------------------------------------*   00096600
       3110-GRAVAR-ITEM                         SECTION.                00096700
      *-------------------------------------------------------------*   00096800
             IF WRK-PED-FORNEC (WRK-SUB-PED) EQUAL                      00096900
                WRK-FOR-CODIGO (WRK-SUB-FOR)                            00097000
                MOVE WRK-PED-FORNEC (WRK-SUB-PED) TO WRK-PDT-FORNEC     00097100
                MOVE WRK-PED-IDFUNC (WRK-SUB-PED) TO WRK-PDT-IDFUNC     00097200
                MOVE WRK-PED-NOME (WRK-SUB-PED)   TO WRK-PDT-NOME       00097300
                MOVE WRK-PED-TIPO (WRK-SUB-PED)   TO WRK-PDT-TIPO       00097400
                MOVE WRK-PED-DIAS (WRK-SUB-PED)   TO WRK-PDT-DIAS       00097500
                MOVE WRK-PED-VALOR (WRK-SUB-PED)  TO WRK-PDT-VALOR      00097600
                WRITE FD-PEDVALE FROM WRK-PEDVALE-DET                   00097700
             END-IF.                                                    00097800
             ADD 1 TO WRK-SUB-PED.                                      00097900
       3110-99-FIM.              EXIT.                                  00098000
      *-------------------------------------------------------------*   00098100
       4000-TESTARSTATUS                            SECTION.            00098200
      *-------------------------------------------------------------*   00098300
                 PERFORM 4100-TESTARSTATUS-VALES.                       00098400
                 PERFORM 4200-TESTARSTATUS-FUNCUNL.                     00098500
                 IF WRK-FS-CALENDAR NOT EQUAL 00                        00098600
                   MOVE 'ERRO NO OPEN CALENDAR ' TO WRK-MSGERRO         00098700
                   MOVE '1000'                   TO WRK-SECAO           00098800
                   MOVE WRK-FS-CALENDAR          TO WRK-STATUS          00098900
                    PERFORM 9000-TRATAERROS                             00099000
                 END-IF.                                                00099100
                 IF WRK-FS-PEDVALE NOT EQUAL 00                         00099200
                   MOVE 'ERRO NO OPEN PEDVALE  ' TO WRK-MSGERRO         00099300
                   MOVE '1000'                   TO WRK-SECAO           00099400
                   MOVE WRK-FS-PEDVALE           TO WRK-STATUS          00099500
                    PERFORM 9000-TRATAERROS                             00099600
                 END-IF.                                                00099700
                 IF WRK-FS-VTDESC NOT EQUAL 00                          00099800
                   MOVE 'ERRO NO OPEN VTDESC   ' TO WRK-MSGERRO         00099900
                   MOVE '1000'                   TO WRK-SECAO           00100000
                   MOVE WRK-FS-VTDESC            TO WRK-STATUS          00100100
                    PERFORM 9000-TRATAERROS                             00100200
                 END-IF.                                                00100300
                 IF WRK-FS-VTEVE NOT EQUAL 00                           00100400
                   MOVE 'ERRO NO OPEN VTEVE    ' TO WRK-MSGERRO         00100500
                   MOVE '1000'                   TO WRK-SECAO           00100600
                   MOVE WRK-FS-VTEVE             TO WRK-STATUS          00100700
                    PERFORM 9000-TRATAERROS                             00100800
                 END-IF.                                                00100900
                 IF WRK-FS-RELVALE NOT EQUAL 00                         00101000
                   MOVE 'ERRO NO OPEN RELVALE  ' TO WRK-MSGERRO         00101100
                   MOVE '1000'                   TO WRK-SECAO           00101200
                   MOVE WRK-FS-RELVALE           TO WRK-STATUS          00101300
                    PERFORM 9000-TRATAERROS                             00101400
                 END-IF.                                                00101500
                                                                        00101600
       4000-99-FIM.              EXIT.                                  00101700
      *-------------------------------------------------------------*   00101800
       4100-TESTARSTATUS-VALES                      SECTION.            00101900
      *-------------------------------------------------------------*   00102000
               IF WRK-FS-VALES NOT EQUAL 00                             00102100
                           AND WRK-FS-VALES NOT EQUAL 10                00102200
                 MOVE 'ERRO NO VALES         ' TO WRK-MSGERRO           00102300
                 MOVE '1500'                   TO WRK-SECAO             00102400
                 MOVE WRK-FS-VALES             TO WRK-STATUS            00102500
                  PERFORM 9000-TRATAERROS                               00102600
               END-IF.                                                  00102700
                                                                        00102800
       4100-99-FIM.              EXIT.                                  00102900
      *-------------------------------------------------------------*   00103000
       4200-TESTARSTATUS-FUNCUNL                    SECTION.            00103100
      *-------------------------------------------------------------*   00103200
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00103300
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00103400
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00103500
                 MOVE '1400'                   TO WRK-SECAO             00103600
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00103700
                  PERFORM 9000-TRATAERROS                               00103800
               END-IF.                                                  00103900
                                                                        00104000
       4200-99-FIM.              EXIT.                                  00104100
      *-------------------------------------------------------------*   00104200
       9000-TRATAERROS                              SECTION.            00104300
      *-------------------------------------------------------------*   00104400
           MOVE 'FR19DB62' TO WRK-PROGRAMA                              00104500
           MOVE 'E'        TO WRK-SEVERIDADE                            00104600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00104700
           GOBACK.                                                      00104800
                                                                        00104900
       9000-99-FIM.              EXIT.                                  00105000
