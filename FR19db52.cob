      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB52.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONTABILIZACAO DA FOLHA - ACABA A DIGITACAO     *   00001200
      *    MANUAL DA DESPESA DE SALARIOS, DOS DESCONTOS RETIDOS, DO *   00001300
      *    FGTS E DO LIQUIDO A PAGAR. LE OS CONTRACHEQUES DO MES    *   00001400
      *    (FOLHA), DO 13O (FOLHA13, FR19DB26) E DO ADIANTAMENTO    *   00001500
      *    (FOLHAADT, FR19DB27) E OS ENCARGOS PATRONAIS DO FR19DB46 *   00001600
      *    (FGTSDEP E ENCARGOS) E GRAVA LANCAMENTOS BALANCEADOS NO  *   00001700
      *    LAYOUT DO LANCTOS DO FR19EX37 (UM PAR D/C POR EVENTO):   *   00001800
      *     FOLBRUTO/F13BRUTO/ADTBRUTO - BRUTO DE CADA ORIGEM       *   00001900
      *     FOLINSS /F13INSS /ADTINSS  - INSS RETIDO                *   00002000
      *     FOLIRRF /F13IRRF /ADTIRRF  - IRRF RETIDO                *   00002100
      *     FOLDESC /F13DESC /ADTDESC  - BRUTO - INSS - IRRF -      *   00002200
      *                  LIQUIDO (ADIANTAMENTO, 1A PARCELA DO 13O,  *   00002300
      *                  EMPRESTIMO, COPARTICIPACAO...)             *   00002400
      *     ENCFGTS  - FGTS DO FGTSDEP                              *   00002500
      *     ENCPATR  - ENCARGOS MENOS FGTS (INSS PATRONAL, RAT E    *   00002600
      *                TERCEIROS)                                   *   00002700
      *    AS CONTAS VEM DO MAPA PLANOCTA (LAYOUT DO FR19EX37; A    *   00002800
      *    CONTA A PAGAR DOS EVENTOS DE BRUTO TEM DE SER A MESMA    *   00002900
      *    DO DEBITO DO EVENTO SALPAGO, COM QUE O FR19EX40 BAIXA O  *   00003000
      *    LIQUIDO CREDITADO). VALOR EM UNIDADES INTEIRAS: CADA     *   00003100
      *    CONTRACHEQUE E ARREDONDADO COMO NO FR19EX40, E O EVENTO  *   00003200
      *    DE DESCONTOS FECHA A DIFERENCA - O A PAGAR BATE COM O    *   00003300
      *    QUE O FR19EX40 CREDITA. VALOR NEGATIVO INVERTE O D/C.    *   00003400
      *    CENTRO DE CUSTO (CAMPO AGENCIA DO LANCTOS): OS EVENTOS   *   00003500
      *    FOLBRUTO, F13BRUTO, ENCFGTS E ENCPATR LANCAM A CONTA DE  *   00003600
      *    DEBITO NO SETOR DO FUNCIONARIO; O PLANOCC (COMPLEMENTO   *   00003700
      *    DO PLANO: EVENTO + NIVEIS) SOBE O SETOR N NIVEIS NA      *   00003800
      *    HIERARQUIA SETORPAI DO IVAN.SETOR (SETORUNL DO FR19DB23; *   00003900
      *    99 = SETOR RAIZ). AS DEMAIS PERNAS VAO NO CENTRO 0000.   *   00004000
      *    EVENTO SEM MAPA E CONTADO E ENCERRA COM RC=8; A LINHA DE *   00004100
      *    PROVA CONFERE DEBITOS = CREDITOS (RC=8 SE DIVERGIR).     *   00004200
      *    SO O FOLHA E O PLANOCTA SAO OBRIGATORIOS.                *   00004300
      *    CARTAO SYSIN: DATA DO LANCAMENTO AAAAMMDD (ZEROS = HOJE) *   00004400
      *    (10 DE FILLER ANTES DO VALOR).                           *   00004500
      *-------------------------------------------------------------*   00004600
      *   ARQUIVOS...:                                              *   00004700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004800
      *    PLANOCTA             I                  -----------      *   00004900
      *    PLANOCC              I                  -----------      *   00005000
      *    SETORUNL             I                  -----------      *   00005100
      *    FOLHA                I                  -----------      *   00005200
      *    FOLHA13              I                  -----------      *   00005300
      *    FOLHAADT             I                  -----------      *   00005400
      *    FGTSDEP              I                  -----------      *   00005500
      *    ENCARGOS             I                  -----------      *   00005600
      *    LANCTOS              O                  -----------      *   00005700
      *-------------------------------------------------------------*   00005800
      *   MODULOS....:                             INCLUDE/BOOK     *   00005900
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006000
      *=============================================================*   00006100
                                                                        00006200
      *=============================================================*   00006300
       ENVIRONMENT                               DIVISION.              00006400
      *=============================================================*   00006500
                                                                        00006600
      *=============================================================*   00006700
       CONFIGURATION                               SECTION.             00006800
      *=============================================================*   00006900
       SPECIAL-NAMES.                                                   00007000
           DECIMAL-POINT IS COMMA.                                      00007100
                                                                        00007200
       INPUT-OUTPUT                                SECTION.             00007300
       FILE-CONTROL.                                                    00007400
            SELECT PLANOCTA ASSIGN TO PLANOCTA                          00007500
                 FILE STATUS IS WRK-FS-PLANOCTA.                        00007600
                                                                        00007700
            SELECT PLANOCC ASSIGN TO PLANOCC                            00007800
                 FILE STATUS IS WRK-FS-PLANOCC.                         00007900
                                                                        00008000
            SELECT SETORUNL ASSIGN TO SETORUNL                          00008100
                 FILE STATUS IS WRK-FS-SETORUNL.                        00008200
                                                                        00008300
            SELECT FOLHA ASSIGN TO FOLHA                                00008400
                 FILE STATUS IS WRK-FS-FOLHA.                           00008500
                                                                        00008600
            SELECT FOLHA13 ASSIGN TO FOLHA13                            00008700
                 FILE STATUS IS WRK-FS-FOLHA13.                         00008800
                                                                        00008900
            SELECT FOLHAADT ASSIGN TO FOLHAADT                          00009000
                 FILE STATUS IS WRK-FS-FOLHAADT.                        00009100
                                                                        00009200
            SELECT FGTSDEP ASSIGN TO FGTSDEP                            00009300
                 FILE STATUS IS WRK-FS-FGTSDEP.                         00009400
                                                                        00009500
            SELECT ENCARGOS ASSIGN TO ENCARGOS                          00009600
                 FILE STATUS IS WRK-FS-ENCARGOS.                        00009700
                                                                        00009800
      *--------------ARQUIVOS SAIDAS---*                                00009900
            SELECT LANCTOS ASSIGN TO LANCTOS                            00010000
                 FILE STATUS IS WRK-FS-LANCTOS.                         00010100
                                                                        00010200
      *=============================================================*   00010300
       DATA                                      DIVISION.              00010400
      *=============================================================*   00010500
       FILE                                      SECTION.               00010600
      *-------------------LRECL 24----------------------------------*   00010700
       FD PLANOCTA                                                      00010800
           RECORDING MODE IS F                                          00010900
           LABEL RECORD IS STANDARD                                     00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-PLANOCTA.                                                  00011200
          05 FD-PLA-EVENTO       PIC X(08).                             00011300
          05 FD-PLA-CTADEB       PIC X(08).                             00011400
          05 FD-PLA-CTACRED      PIC X(08).                             00011500
                                                                        00011600
      *-------------------LRECL 10----------------------------------*   00011700
       FD PLANOCC                                                       00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-PLANOCC.                                                   00012200
          05 FD-PCC-EVENTO       PIC X(08).                             00012300
          05 FD-PCC-NIVEIS       PIC 9(02).                             00012400
                                                                        00012500
      *-----------------------LRECL 39------------------------------*   00012600
       FD SETORUNL                                                      00012700
           RECORDING MODE IS F                                          00012800
           LABEL RECORD IS STANDARD                                     00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-SETORUNL.                                                  00013100
          05 FD-US-IDSETOR      PIC X(04).                              00013200
          05 FD-US-DESCSETOR    PIC X(30).                              00013300
          05 FD-US-STATUS       PIC X(01).                              00013400
          05 FD-US-SETORPAI     PIC X(04).                              00013500
                                                                        00013600
      *-------------------LRECL 89----------------------------------*   00013700
       FD FOLHA                                                         00013800
           RECORDING MODE IS F                                          00013900
           LABEL RECORD IS STANDARD                                     00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-FOLHA.                                                     00014200
          05 FD-FOL-ID           PIC 9(05).                             00014300
          05 FD-FOL-NOME         PIC X(30).                             00014400
          05 FD-FOL-SETOR        PIC X(04).                             00014500
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00014600
          05 FD-FOL-INSS         PIC 9(08)V99.                          00014700
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00014800
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00014900
          05 FILLER              PIC X(10).                             00015000
                                                                        00015100
      *-------------------LRECL 89----------------------------------*   00015200
       FD FOLHA13                                                       00015300
           RECORDING MODE IS F                                          00015400
           LABEL RECORD IS STANDARD                                     00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-FOLHA13.                                                   00015700
          05 FD-F13-ID           PIC 9(05).                             00015800
          05 FD-F13-NOME         PIC X(30).                             00015900
          05 FD-F13-SETOR        PIC X(04).                             00016000
          05 FD-F13-BRUTO        PIC 9(08)V99.                          00016100
          05 FD-F13-INSS         PIC 9(08)V99.                          00016200
          05 FD-F13-IRRF         PIC 9(08)V99.                          00016300
          05 FD-F13-LIQUIDO      PIC 9(08)V99.                          00016400
          05 FILLER              PIC X(10).                             00016500
                                                                        00016600
      *-------------------LRECL 89----------------------------------*   00016700
       FD FOLHAADT                                                      00016800
           RECORDING MODE IS F                                          00016900
           LABEL RECORD IS STANDARD                                     00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
       01 FD-FOLHAADT.                                                  00017200
          05 FD-FAD-ID           PIC 9(05).                             00017300
          05 FD-FAD-NOME         PIC X(30).                             00017400
          05 FD-FAD-SETOR        PIC X(04).                             00017500
          05 FD-FAD-BRUTO        PIC 9(08)V99.                          00017600
          05 FD-FAD-INSS         PIC 9(08)V99.                          00017700
          05 FD-FAD-IRRF         PIC 9(08)V99.                          00017800
          05 FD-FAD-LIQUIDO      PIC 9(08)V99.                          00017900
          05 FILLER              PIC X(10).                             00018000
                                                                        00018100
      *-------------------LRECL 80----------------------------------*   00018200
       FD FGTSDEP                                                       00018300
           RECORDING MODE IS F                                          00018400
           LABEL RECORD IS STANDARD                                     00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-FGTSDEP.                                                   00018700
          05 FD-FGD-ID           PIC 9(05).                             00018800
          05 FD-FGD-NOME         PIC X(30).                             00018900
          05 FD-FGD-EMPRESA      PIC X(03).                             00019000
          05 FD-FGD-SETOR        PIC X(04).                             00019100
          05 FD-FGD-COMPETENCIA  PIC 9(06).                             00019200
          05 FD-FGD-ORIGEM       PIC X(03).                             00019300
          05 FD-FGD-BASE         PIC 9(08)V99.                          00019400
          05 FD-FGD-ALIQUOTA     PIC 9(02)V99.                          00019500
          05 FD-FGD-VALOR        PIC 9(08)V99.                          00019600
          05 FILLER              PIC X(05).                             00019700
                                                                        00019800
      *-------------------LRECL 22----------------------------------*   00019900
       FD ENCARGOS                                                      00020000
           RECORDING MODE IS F                                          00020100
           LABEL RECORD IS STANDARD                                     00020200
           BLOCK CONTAINS 0 RECORDS.                                    00020300
       01 FD-ENCARGOS.                                                  00020400
          05 FD-ENC-SETOR        PIC X(04).                             00020500
          05 FD-ENC-MES          PIC 9(06).                             00020600
          05 FD-ENC-VALOR        PIC 9(10)V99.                          00020700
                                                                        00020800
      *-------------------LRECL 80----------------------------------*   00020900
       FD LANCTOS                                                       00021000
           RECORDING MODE IS F.                                         00021100
       01 FD-LANCTOS.                                                   00021200
          05 FD-LAN-DATA         PIC 9(08).                             00021300
          05 FD-LAN-AGENCIA      PIC X(04).                             00021400
          05 FD-LAN-CONTACTB     PIC X(08).                             00021500
          05 FD-LAN-DC           PIC X(01).                             00021600
          05 FD-LAN-VALOR        PIC 9(12).                             00021700
          05 FD-LAN-EVENTO       PIC X(08).                             00021800
          05 FD-LAN-ORIGEM       PIC X(08).                             00021900
          05 FD-LAN-HISTORICO    PIC X(30).                             00022000
          05 FILLER              PIC X(01).                             00022100
                                                                        00022200
      *=============================================================*   00022300
       WORKING-STORAGE                             SECTION.             00022400
      *=============================================================*   00022500
                                                                        00022600
       01 FILLER          PIC X(64) VALUE                               00022700
           '-----------BOOK LOGERROS------------------------'.          00022800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00022900
       COPY '#GLOG'.                                                    00023000
      *-------------------------------------------------------------*   00023100
                                                                        00023200
       01 FILLER          PIC X(64) VALUE                               00023300
           '-----------VARIAVEIS DE STATUS------------------'.          00023400
                                                                        00023500
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00023600
       77 WRK-FS-PLANOCC  PIC 9(02).                                    00023700
       77 WRK-FS-SETORUNL PIC 9(02).                                    00023800
       77 WRK-FS-FOLHA    PIC 9(02).                                    00023900
       77 WRK-FS-FOLHA13  PIC 9(02).                                    00024000
       77 WRK-FS-FOLHAADT PIC 9(02).                                    00024100
       77 WRK-FS-FGTSDEP  PIC 9(02).                                    00024200
       77 WRK-FS-ENCARGOS PIC 9(02).                                    00024300
       77 WRK-FS-LANCTOS  PIC 9(02).                                    00024400
                                                                        00024500
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00024600
           88 WRK-FIM-PLANOCTA      VALUE 'S'.                          00024700
       77 WRK-SW-FIM-PCC  PIC X(01) VALUE 'N'.                          00024800
           88 WRK-FIM-PLANOCC       VALUE 'S'.                          00024900
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00025000
           88 WRK-FIM-SETORUNL      VALUE 'S'.                          00025100
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00025200
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00025300
       77 WRK-SW-FIM-F13  PIC X(01) VALUE 'N'.                          00025400
           88 WRK-FIM-FOLHA13       VALUE 'S'.                          00025500
       77 WRK-SW-FIM-FAD  PIC X(01) VALUE 'N'.                          00025600
           88 WRK-FIM-FOLHAADT      VALUE 'S'.                          00025700
       77 WRK-SW-FIM-FGD  PIC X(01) VALUE 'N'.                          00025800
           88 WRK-FIM-FGTSDEP       VALUE 'S'.                          00025900
       77 WRK-SW-FIM-ENC  PIC X(01) VALUE 'N'.                          00026000
           88 WRK-FIM-ENCARGOS      VALUE 'S'.                          00026100
                                                                        00026200
       01 FILLER          PIC X(64) VALUE                               00026300
           '-----------PARAMETRO SYSIN----------------------'.          00026400
                                                                        00026500
       01 WRK-CARTAO-DATA.                                              00026600
          05 FILLER              PIC X(10).                             00026700
          05 WRK-CARTAO-DATA-AC  PIC 9(08).                             00026800
                                                                        00026900
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00027000
       77 WRK-DATA-LANC   PIC 9(08) VALUE ZEROES.                       00027100
                                                                        00027200
       01 FILLER          PIC X(64) VALUE                               00027300
           '-----------EVENTOS DA FOLHA---------------------'.          00027400
                                                                        00027500
      *----EVENTO + 'S' = DEBITO NO CENTRO DE CUSTO + HISTORICO-----*   00027600
       01 WRK-EVENTOS-VALORES.                                          00027700
          05 FILLER PIC X(30) VALUE 'FOLBRUTOSSALARIOS DO MES      '.   00027800
          05 FILLER PIC X(30) VALUE 'FOLINSS NINSS RETIDO FOLHA MES'.   00027900
          05 FILLER PIC X(30) VALUE 'FOLIRRF NIRRF RETIDO FOLHA MES'.   00028000
          05 FILLER PIC X(30) VALUE 'FOLDESC NDESCONTOS FOLHA MES  '.   00028100
          05 FILLER PIC X(30) VALUE 'F13BRUTOS13O SALARIO          '.   00028200
          05 FILLER PIC X(30) VALUE 'F13INSS NINSS RETIDO 13O      '.   00028300
          05 FILLER PIC X(30) VALUE 'F13IRRF NIRRF RETIDO 13O      '.   00028400
          05 FILLER PIC X(30) VALUE 'F13DESC NDESCONTOS 13O        '.   00028500
          05 FILLER PIC X(30) VALUE 'ADTBRUTONADIANTAMENTO SALARIAL'.   00028600
          05 FILLER PIC X(30) VALUE 'ADTINSS NINSS RETIDO ADIANTAM.'.   00028700
          05 FILLER PIC X(30) VALUE 'ADTIRRF NIRRF RETIDO ADIANTAM.'.   00028800
          05 FILLER PIC X(30) VALUE 'ADTDESC NDESCONTOS ADIANTAM.  '.   00028900
          05 FILLER PIC X(30) VALUE 'ENCFGTS SFGTS DO MES          '.   00029000
          05 FILLER PIC X(30) VALUE 'ENCPATR SINSS PATRONAL/RAT/TER'.   00029100
       01 WRK-TAB-EVENTOS REDEFINES WRK-EVENTOS-VALORES.                00029200
          05 WRK-EVT-LINHA OCCURS 14 TIMES.                             00029300
             10 WRK-EVT-EVENTO     PIC X(08).                           00029400
             10 WRK-EVT-SW-CC      PIC X(01).                           00029500
                88 WRK-EVT-POR-CENTRO VALUE 'S'.                        00029600
             10 WRK-EVT-TEXTO      PIC X(21).                           00029700
                                                                        00029800
       01 WRK-TAB-NIVEIS.                                               00029900
          05 WRK-EVT-NIVEIS      PIC 9(02) OCCURS 14 TIMES.             00030000
                                                                        00030100
       77 WRK-QTD-EVT     PIC 9(04) COMP VALUE 14.                      00030200
       77 WRK-SUB-EVT     PIC 9(04) COMP VALUE ZERO.                    00030300
       77 WRK-IDX-EVT     PIC 9(04) COMP VALUE ZERO.                    00030400
       77 WRK-BASE-EVT    PIC 9(04) COMP VALUE ZERO.                    00030500
       77 WRK-EVT-FGTS    PIC 9(04) COMP VALUE 13.                      00030600
       77 WRK-EVT-PATR    PIC 9(04) COMP VALUE 14.                      00030700
                                                                        00030800
       01 FILLER          PIC X(64) VALUE                               00030900
           '-----------PLANO DE CONTAS EM MEMORIA-----------'.          00031000
                                                                        00031100
       77 WRK-QTD-PLA     PIC 9(04) COMP VALUE ZERO.                    00031200
       77 WRK-SUB-PLA     PIC 9(04) COMP VALUE ZERO.                    00031300
       77 WRK-IDX-PLA     PIC 9(04) COMP VALUE ZERO.                    00031400
       01 WRK-TAB-PLANO.                                                00031500
          05 WRK-PLA-LINHA OCCURS 50 TIMES.                             00031600
             10 WRK-PLA-EVENTO     PIC X(08).                           00031700
             10 WRK-PLA-CTADEB     PIC X(08).                           00031800
             10 WRK-PLA-CTACRED    PIC X(08).                           00031900
                                                                        00032000
       01 FILLER          PIC X(64) VALUE                               00032100
           '-----------HIERARQUIA DO IVAN.SETOR (200)-------'.          00032200
                                                                        00032300
       77 WRK-QTD-UNL     PIC 9(04) COMP VALUE ZERO.                    00032400
       77 WRK-SUB-UNL     PIC 9(04) COMP VALUE ZERO.                    00032500
       77 WRK-IDX-UNL     PIC 9(04) COMP VALUE ZERO.                    00032600
       77 WRK-NIV-FALTA   PIC 9(02) VALUE ZEROES.                       00032700
       77 WRK-CENTRO      PIC X(04) VALUE SPACES.                       00032800
       01 WRK-TAB-HIERARQUIA.                                           00032900
          05 WRK-UNL-LINHA OCCURS 200 TIMES.                            00033000
             10 WRK-UNL-SETOR      PIC X(04).                           00033100
             10 WRK-UNL-PAI        PIC X(04).                           00033200
                                                                        00033300
       01 FILLER          PIC X(64) VALUE                               00033400
           '-----------VALORES POR SETOR (MAXIMO 100)-------'.          00033500
                                                                        00033600
       77 WRK-QTD-SET     PIC 9(04) COMP VALUE ZERO.                    00033700
       77 WRK-SUB-SET     PIC 9(04) COMP VALUE ZERO.                    00033800
       77 WRK-SUB-LSET    PIC 9(04) COMP VALUE ZERO.                    00033900
       77 WRK-SETOR-BUSCA PIC X(04) VALUE SPACES.                       00034000
       01 WRK-TAB-SETOR.                                                00034100
          05 WRK-SET-LINHA OCCURS 100 TIMES.                            00034200
             10 WRK-SET-SETOR      PIC X(04).                           00034300
             10 WRK-SET-FGTS       PIC 9(10)V99.                        00034400
             10 WRK-SET-ENCARGO    PIC 9(10)V99.                        00034500
             10 WRK-SET-VALOR      PIC S9(12) OCCURS 14 TIMES.          00034600
                                                                        00034700
       01 FILLER          PIC X(64) VALUE                               00034800
           '-----------VALORES POR CENTRO DE CUSTO (100)----'.          00034900
                                                                        00035000
       77 WRK-CC-EMPRESA  PIC X(04) VALUE '0000'.                       00035100
       77 WRK-QTD-CC      PIC 9(04) COMP VALUE ZERO.                    00035200
       77 WRK-SUB-CC      PIC 9(04) COMP VALUE ZERO.                    00035300
       77 WRK-SUB-LCC     PIC 9(04) COMP VALUE ZERO.                    00035400
       01 WRK-TAB-CENTRO.                                               00035500
          05 WRK-CC-LINHA OCCURS 100 TIMES.                             00035600
             10 WRK-CC-CENTRO      PIC X(04).                           00035700
             10 WRK-CC-VALOR       PIC S9(12) OCCURS 14 TIMES.          00035800
                                                                        00035900
       01 WRK-TAB-TOTAL-EVT.                                            00036000
          05 WRK-TOT-EVT         PIC S9(12) OCCURS 14 TIMES.            00036100
                                                                        00036200
       01 FILLER          PIC X(64) VALUE                               00036300
           '-----------CONTRACHEQUE EM ACUMULACAO-----------'.          00036400
                                                                        00036500
       77 WRK-CCQ-SETOR   PIC X(04) VALUE SPACES.                       00036600
       77 WRK-CCQ-BRUTO   PIC 9(08)V99 VALUE ZEROES.                    00036700
       77 WRK-CCQ-INSS    PIC 9(08)V99 VALUE ZEROES.                    00036800
       77 WRK-CCQ-IRRF    PIC 9(08)V99 VALUE ZEROES.                    00036900
       77 WRK-CCQ-LIQUIDO PIC 9(08)V99 VALUE ZEROES.                    00037000
       77 WRK-UN-BRUTO    PIC 9(10) VALUE ZEROES.                       00037100
       77 WRK-UN-INSS     PIC 9(10) VALUE ZEROES.                       00037200
       77 WRK-UN-IRRF     PIC 9(10) VALUE ZEROES.                       00037300
       77 WRK-UN-LIQUIDO  PIC 9(10) VALUE ZEROES.                       00037400
       77 WRK-UN-FGTS     PIC 9(10) VALUE ZEROES.                       00037500
       77 WRK-UN-ENCARGO  PIC 9(10) VALUE ZEROES.                       00037600
                                                                        00037700
       01 FILLER          PIC X(64) VALUE                               00037800
           '-----------EVENTO EM LANCAMENTO-----------------'.          00037900
                                                                        00038000
       77 WRK-EVENTO      PIC X(08) VALUE SPACES.                       00038100
       77 WRK-VLR-EVENTO  PIC S9(12) VALUE ZEROES.                      00038200
       77 WRK-VALOR       PIC 9(12) VALUE ZEROES.                       00038300
       77 WRK-AGE-DEBITO  PIC X(04) VALUE SPACES.                       00038400
       77 WRK-AGE-CREDITO PIC X(04) VALUE SPACES.                       00038500
       77 WRK-DC-DEBITO   PIC X(01) VALUE SPACE.                        00038600
       77 WRK-DC-CREDITO  PIC X(01) VALUE SPACE.                        00038700
       01 WRK-HISTORICO.                                                00038800
          05 WRK-HIS-TEXTO       PIC X(21).                             00038900
          05 FILLER              PIC X(01) VALUE SPACE.                 00039000
          05 WRK-HIS-COMPET      PIC 9(06).                             00039100
          05 FILLER              PIC X(02) VALUE SPACES.                00039200
                                                                        00039300
       01 FILLER          PIC X(64) VALUE                               00039400
           '-----------CONTADORES E CONTROLES---------------'.          00039500
                                                                        00039600
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00039700
       77 WRK-REGFOLHA13  PIC 9(05) VALUE ZEROES.                       00039800
       77 WRK-REGFOLHAADT PIC 9(05) VALUE ZEROES.                       00039900
       77 WRK-REGFGTSDEP  PIC 9(05) VALUE ZEROES.                       00040000
       77 WRK-REGENCARGOS PIC 9(05) VALUE ZEROES.                       00040100
       77 WRK-REGLANCTOS  PIC 9(07) VALUE ZEROES.                       00040200
       77 WRK-REGSEMMAPA  PIC 9(05) VALUE ZEROES.                       00040300
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00040400
       77 WRK-TOT-DEBITOS PIC 9(14) VALUE ZEROES.                       00040500
       77 WRK-TOT-CREDITOS PIC 9(14) VALUE ZEROES.                      00040600
                                                                        00040700
      *=============================================================*   00040800
       PROCEDURE DIVISION.                                              00040900
      *=============================================================*   00041000
                                                                        00041100
      *-------------------------------------------------------------*   00041200
       0000-PRINCIPAL                           SECTION.                00041300
      *-------------------------------------------------------------*   00041400
                                                                        00041500
            PERFORM  1000-INICIAR.                                      00041600
                                                                        00041700
            PERFORM  2000-PROCESSAR.                                    00041800
                                                                        00041900
            MOVE 1 TO WRK-SUB-SET.                                      00042000
            PERFORM  2500-APURAR-SETOR                                  00042100
                     UNTIL WRK-SUB-SET GREATER WRK-QTD-SET.             00042200
                                                                        00042300
            MOVE 1 TO WRK-SUB-EVT.                                      00042400
            PERFORM  2600-LANCAR-EVENTO                                 00042500
                     UNTIL WRK-SUB-EVT GREATER WRK-QTD-EVT.             00042600
                                                                        00042700
            PERFORM  3000-FINALIZAR.                                    00042800
                                                                        00042900
            STOP RUN.                                                   00043000
                                                                        00043100
      *-------------------------------------------------------------*   00043200
       1000-INICIAR                             SECTION.                00043300
      *-------------------------------------------------------------*   00043400
             OPEN INPUT  PLANOCTA FOLHA                                 00043500
                  OUTPUT LANCTOS.                                       00043600
                                                                        00043700
               PERFORM 4000-TESTARSTATUS.                               00043800
                                                                        00043900
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00044000
               ACCEPT WRK-CARTAO-DATA FROM SYSIN.                       00044100
               IF WRK-CARTAO-DATA-AC NUMERIC                            00044200
                  AND WRK-CARTAO-DATA-AC NOT EQUAL ZEROES               00044300
                  MOVE WRK-CARTAO-DATA-AC TO WRK-DATA-LANC              00044400
               ELSE                                                     00044500
                  MOVE WRK-DATA-HOJE TO WRK-DATA-LANC                   00044600
               END-IF.                                                  00044700
               MOVE WRK-DATA-LANC (1:6) TO WRK-HIS-COMPET.              00044800
                                                                        00044900
               INITIALIZE WRK-TAB-NIVEIS WRK-TAB-TOTAL-EVT.             00045000
                                                                        00045100
               PERFORM 1100-CARREGAR-PLANO UNTIL WRK-FIM-PLANOCTA.      00045200
               CLOSE PLANOCTA.                                          00045300
                                                                        00045400
      *----NIVEIS DE CONSOLIDACAO DO CENTRO DE CUSTO (OPCIONAL)------*  00045500
               OPEN INPUT PLANOCC.                                      00045600
               IF WRK-FS-PLANOCC NOT EQUAL 00                           00045700
                  DISPLAY ' PLANOCC INDISPONIVEL (FS=' WRK-FS-PLANOCC   00045800
                          ') - DESPESA NO PROPRIO SETOR'                00045900
                  MOVE 'S' TO WRK-SW-FIM-PCC                            00046000
               ELSE                                                     00046100
                  PERFORM 1200-CARREGAR-NIVEIS UNTIL WRK-FIM-PLANOCC    00046200
                  CLOSE PLANOCC                                         00046300
               END-IF.                                                  00046400
                                                                        00046500
      *----HIERARQUIA DE SETORES DO IVAN.SETOR (OPCIONAL)------------*  00046600
               OPEN INPUT SETORUNL.                                     00046700
               IF WRK-FS-SETORUNL NOT EQUAL 00                          00046800
                  DISPLAY ' SETORUNL INDISPONIVEL (FS=' WRK-FS-SETORUNL 00046900
                          ') - SEM CONSOLIDACAO POR SETORPAI'           00047000
                  MOVE 'S' TO WRK-SW-FIM-UNL                            00047100
               ELSE                                                     00047200
                  PERFORM 1300-CARREGAR-SETORES UNTIL WRK-FIM-SETORUNL  00047300
                  CLOSE SETORUNL                                        00047400
               END-IF.                                                  00047500
                                                                        00047600
       1000-99-FIM.              EXIT.                                  00047700
      *-------------------------------------------------------------*   00047800
       1100-CARREGAR-PLANO                      SECTION.                00047900
      *-------------------------------------------------------------*   00048000
            READ PLANOCTA                                               00048100
              AT END                                                    00048200
                MOVE 'S' TO WRK-SW-FIM-PLA                              00048300
            END-READ.                                                   00048400
            PERFORM 4100-TESTARSTATUS-PLANOCTA.                         00048500
            IF WRK-FS-PLANOCTA EQUAL 00                                 00048600
               IF WRK-QTD-PLA LESS 50                                   00048700
                  ADD 1 TO WRK-QTD-PLA                                  00048800
                  MOVE FD-PLA-EVENTO  TO WRK-PLA-EVENTO (WRK-QTD-PLA)   00048900
                  MOVE FD-PLA-CTADEB  TO WRK-PLA-CTADEB (WRK-QTD-PLA)   00049000
                  MOVE FD-PLA-CTACRED TO                                00049100
                       WRK-PLA-CTACRED (WRK-QTD-PLA)                    00049200
               ELSE                                                     00049300
                  DISPLAY ' PLANO DE CONTAS ESGOTADO (50)'              00049400
               END-IF                                                   00049500
            END-IF.                                                     00049600
       1100-99-FIM.              EXIT.                                  00049700
      *-------------------------------------------------------------*   00049800
       1200-CARREGAR-NIVEIS                     SECTION.                00049900
      *-------------------------------------------------------------*   00050000
            READ PLANOCC                                                00050100
              AT END                                                    00050200
                MOVE 'S' TO WRK-SW-FIM-PCC                              00050300
              NOT AT END                                                00050400
                MOVE FD-PCC-EVENTO TO WRK-EVENTO                        00050500
                PERFORM 1250-LOCALIZAR-EVENTO                           00050600
                IF WRK-IDX-EVT EQUAL ZERO                               00050700
                   OR NOT WRK-EVT-POR-CENTRO (WRK-IDX-EVT)              00050800
                   OR FD-PCC-NIVEIS NOT NUMERIC                         00050900
                   DISPLAY ' PLANOCC IGNORADO - EVENTO SEM CENTRO'      00051000
                           ' DE CUSTO OU NIVEL INVALIDO: '              00051100
                           FD-PLANOCC                                   00051200
                   ADD 1 TO WRK-QTD-IGNORA                              00051300
                ELSE                                                    00051400
                   MOVE FD-PCC-NIVEIS TO WRK-EVT-NIVEIS (WRK-IDX-EVT)   00051500
                END-IF                                                  00051600
            END-READ.                                                   00051700
       1200-99-FIM.              EXIT.                                  00051800
      *-------------------------------------------------------------*   00051900
       1250-LOCALIZAR-EVENTO                    SECTION.                00052000
      *-------------------------------------------------------------*   00052100
            MOVE ZERO TO WRK-IDX-EVT.                                   00052200
            MOVE 1 TO WRK-SUB-EVT.                                      00052300
            PERFORM 1260-COMPARAR-EVENTO                                00052400
                    UNTIL WRK-SUB-EVT GREATER WRK-QTD-EVT               00052500
                       OR WRK-IDX-EVT GREATER ZERO.                     00052600
       1250-99-FIM.              EXIT.                                  00052700
      *-------------------------------------------------------------*   00052800
       1260-COMPARAR-EVENTO                     SECTION.                00052900
      *-------------------------------------------------------------*   00053000
            IF WRK-EVT-EVENTO (WRK-SUB-EVT) EQUAL WRK-EVENTO            00053100
               MOVE WRK-SUB-EVT TO WRK-IDX-EVT                          00053200
            END-IF.                                                     00053300
            ADD 1 TO WRK-SUB-EVT.                                       00053400
       1260-99-FIM.              EXIT.                                  00053500
      *-------------------------------------------------------------*   00053600
       1300-CARREGAR-SETORES                    SECTION.                00053700
      *-------------------------------------------------------------*   00053800
            READ SETORUNL                                               00053900
              AT END                                                    00054000
                MOVE 'S' TO WRK-SW-FIM-UNL                              00054100
              NOT AT END                                                00054200
                IF WRK-QTD-UNL LESS 200                                 00054300
                   ADD 1 TO WRK-QTD-UNL                                 00054400
                   MOVE FD-US-IDSETOR  TO WRK-UNL-SETOR (WRK-QTD-UNL)   00054500
                   MOVE FD-US-SETORPAI TO WRK-UNL-PAI (WRK-QTD-UNL)     00054600
                ELSE                                                    00054700
                   DISPLAY ' TABELA DE SETORES ESGOTADA (200)'          00054800
                   ADD 1 TO WRK-QTD-IGNORA                              00054900
                END-IF                                                  00055000
            END-READ.                                                   00055100
       1300-99-FIM.              EXIT.                                  00055200
      *-------------------------------------------------------------*   00055300
       2000-PROCESSAR                           SECTION.                00055400
      *-------------------------------------------------------------*   00055500
      *   ACUMULA POR SETOR OS CONTRACHEQUES DE CADA ORIGEM (O      *   00055600
      *   DESLOCAMENTO NA TABELA DE EVENTOS DIZ A ORIGEM) E OS      *   00055700
      *   ENCARGOS PATRONAIS.                                       *   00055800
      *-------------------------------------------------------------*   00055900
            MOVE ZERO TO WRK-BASE-EVT.                                  00056000
            PERFORM 2100-LER-FOLHA UNTIL WRK-FIM-FOLHA.                 00056100
                                                                        00056200
            MOVE 4 TO WRK-BASE-EVT.                                     00056300
            OPEN INPUT FOLHA13.                                         00056400
            IF WRK-FS-FOLHA13 NOT EQUAL 00                              00056500
               DISPLAY ' FOLHA13 INDISPONIVEL (FS=' WRK-FS-FOLHA13      00056600
                       ') - SEM 13O SALARIO'                            00056700
               MOVE 'S' TO WRK-SW-FIM-F13                               00056800
            ELSE                                                        00056900
               PERFORM 2150-LER-FOLHA13 UNTIL WRK-FIM-FOLHA13           00057000
               CLOSE FOLHA13                                            00057100
            END-IF.                                                     00057200
                                                                        00057300
            MOVE 8 TO WRK-BASE-EVT.                                     00057400
            OPEN INPUT FOLHAADT.                                        00057500
            IF WRK-FS-FOLHAADT NOT EQUAL 00                             00057600
               DISPLAY ' FOLHAADT INDISPONIVEL (FS=' WRK-FS-FOLHAADT    00057700
                       ') - SEM ADIANTAMENTO'                           00057800
               MOVE 'S' TO WRK-SW-FIM-FAD                               00057900
            ELSE                                                        00058000
               PERFORM 2200-LER-FOLHAADT UNTIL WRK-FIM-FOLHAADT         00058100
               CLOSE FOLHAADT                                           00058200
            END-IF.                                                     00058300
                                                                        00058400
            OPEN INPUT FGTSDEP.                                         00058500
            IF WRK-FS-FGTSDEP NOT EQUAL 00                              00058600
               DISPLAY ' FGTSDEP INDISPONIVEL (FS=' WRK-FS-FGTSDEP      00058700
                       ') - SEM FGTS'                                   00058800
               MOVE 'S' TO WRK-SW-FIM-FGD                               00058900
            ELSE                                                        00059000
               PERFORM 2300-LER-FGTSDEP UNTIL WRK-FIM-FGTSDEP           00059100
               CLOSE FGTSDEP                                            00059200
            END-IF.                                                     00059300
                                                                        00059400
            OPEN INPUT ENCARGOS.                                        00059500
            IF WRK-FS-ENCARGOS NOT EQUAL 00                             00059600
               DISPLAY ' ENCARGOS INDISPONIVEL (FS=' WRK-FS-ENCARGOS    00059700
                       ') - SEM ENCARGOS PATRONAIS'                     00059800
               MOVE 'S' TO WRK-SW-FIM-ENC                               00059900
            ELSE                                                        00060000
               PERFORM 2350-LER-ENCARGOS UNTIL WRK-FIM-ENCARGOS         00060100
               CLOSE ENCARGOS                                           00060200
            END-IF.                                                     00060300
                                                                        00060400
       2000-99-FIM.              EXIT.                                  00060500
      *-------------------------------------------------------------*   00060600
       2100-LER-FOLHA                           SECTION.                00060700
      *-------------------------------------------------------------*   00060800
            READ FOLHA                                                  00060900
              AT END                                                    00061000
                MOVE 'S' TO WRK-SW-FIM-FOL                              00061100
            END-READ.                                                   00061200
            PERFORM 4200-TESTARSTATUS-FOLHA.                            00061300
            IF WRK-FS-FOLHA NOT EQUAL 00                                00061400
               GO TO 2100-99-FIM.                                       00061500
            IF FD-FOLHA (1:9) EQUAL 'CABECALHO'                         00061600
               OR FD-FOLHA (1:6) EQUAL 'RODAPE'                         00061700
               GO TO 2100-99-FIM.                                       00061800
            ADD 1 TO WRK-REGFOLHA.                                      00061900
            MOVE FD-FOL-SETOR   TO WRK-CCQ-SETOR.                       00062000
            MOVE FD-FOL-BRUTO   TO WRK-CCQ-BRUTO.                       00062100
            MOVE FD-FOL-INSS    TO WRK-CCQ-INSS.                        00062200
            MOVE FD-FOL-IRRF    TO WRK-CCQ-IRRF.                        00062300
            MOVE FD-FOL-LIQUIDO TO WRK-CCQ-LIQUIDO.                     00062400
            PERFORM 2400-ACUMULAR-CONTRACHEQUE.                         00062500
       2100-99-FIM.              EXIT.                                  00062600
      *-------------------------------------------------------------*   00062700
       2150-LER-FOLHA13                         SECTION.                00062800
      *-------------------------------------------------------------*   00062900
            READ FOLHA13                                                00063000
              AT END                                                    00063100
                MOVE 'S' TO WRK-SW-FIM-F13                              00063200
            END-READ.                                                   00063300
            PERFORM 4300-TESTARSTATUS-FOLHA13.                          00063400
            IF WRK-FS-FOLHA13 NOT EQUAL 00                              00063500
               GO TO 2150-99-FIM.                                       00063600
            IF FD-FOLHA13 (1:9) EQUAL 'CABECALHO'                       00063700
               OR FD-FOLHA13 (1:6) EQUAL 'RODAPE'                       00063800
               GO TO 2150-99-FIM.                                       00063900
            ADD 1 TO WRK-REGFOLHA13.                                    00064000
            MOVE FD-F13-SETOR   TO WRK-CCQ-SETOR.                       00064100
            MOVE FD-F13-BRUTO   TO WRK-CCQ-BRUTO.                       00064200
            MOVE FD-F13-INSS    TO WRK-CCQ-INSS.                        00064300
            MOVE FD-F13-IRRF    TO WRK-CCQ-IRRF.                        00064400
            MOVE FD-F13-LIQUIDO TO WRK-CCQ-LIQUIDO.                     00064500
            PERFORM 2400-ACUMULAR-CONTRACHEQUE.                         00064600
       2150-99-FIM.              EXIT.                                  00064700
      *-------------------------------------------------------------*   00064800
       2200-LER-FOLHAADT                        SECTION.                00064900
      *-------------------------------------------------------------*   00065000
            READ FOLHAADT                                               00065100
              AT END                                                    00065200
                MOVE 'S' TO WRK-SW-FIM-FAD                              00065300
            END-READ.                                                   00065400
            PERFORM 4400-TESTARSTATUS-FOLHAADT.                         00065500
            IF WRK-FS-FOLHAADT NOT EQUAL 00                             00065600
               GO TO 2200-99-FIM.                                       00065700
            IF FD-FOLHAADT (1:9) EQUAL 'CABECALHO'                      00065800
               OR FD-FOLHAADT (1:6) EQUAL 'RODAPE'                      00065900
               GO TO 2200-99-FIM.                                       00066000
            ADD 1 TO WRK-REGFOLHAADT.                                   00066100
            MOVE FD-FAD-SETOR   TO WRK-CCQ-SETOR.                       00066200
            MOVE FD-FAD-BRUTO   TO WRK-CCQ-BRUTO.                       00066300
            MOVE FD-FAD-INSS    TO WRK-CCQ-INSS.                        00066400
            MOVE FD-FAD-IRRF    TO WRK-CCQ-IRRF.                        00066500
            MOVE FD-FAD-LIQUIDO TO WRK-CCQ-LIQUIDO.                     00066600
            PERFORM 2400-ACUMULAR-CONTRACHEQUE.                         00066700
       2200-99-FIM.              EXIT.                                  00066800
      *-------------------------------------------------------------*   00066900
       2300-LER-FGTSDEP                         SECTION.                00067000
      *-------------------------------------------------------------*   00067100
            READ FGTSDEP                                                00067200
              AT END                                                    00067300
                MOVE 'S' TO WRK-SW-FIM-FGD                              00067400
            END-READ.                                                   00067500
            PERFORM 4500-TESTARSTATUS-FGTSDEP.                          00067600
            IF WRK-FS-FGTSDEP NOT EQUAL 00                              00067700
               GO TO 2300-99-FIM.                                       00067800
            IF FD-FGTSDEP (1:9) EQUAL 'CABECALHO'                       00067900
               OR FD-FGTSDEP (1:6) EQUAL 'RODAPE'                       00068000
               GO TO 2300-99-FIM.                                       00068100
            ADD 1 TO WRK-REGFGTSDEP.                                    00068200
            MOVE FD-FGD-SETOR TO WRK-SETOR-BUSCA.                       00068300
            PERFORM 2950-LOCALIZAR-SETOR.                               00068400
            IF WRK-SUB-LSET NOT EQUAL ZERO                              00068500
               ADD FD-FGD-VALOR TO WRK-SET-FGTS (WRK-SUB-LSET)          00068600
            END-IF.                                                     00068700
       2300-99-FIM.              EXIT.                                  00068800
      *-------------------------------------------------------------*   00068900
       2350-LER-ENCARGOS                        SECTION.                00069000
      *-------------------------------------------------------------*   00069100
            READ ENCARGOS                                               00069200
              AT END                                                    00069300
                MOVE 'S' TO WRK-SW-FIM-ENC                              00069400
            END-READ.                                                   00069500
            PERFORM 4600-TESTARSTATUS-ENCARGOS.                         00069600
            IF WRK-FS-ENCARGOS NOT EQUAL 00                             00069700
               GO TO 2350-99-FIM.                                       00069800
            ADD 1 TO WRK-REGENCARGOS.                                   00069900
            MOVE FD-ENC-SETOR TO WRK-SETOR-BUSCA.                       00070000
            PERFORM 2950-LOCALIZAR-SETOR.                               00070100
            IF WRK-SUB-LSET NOT EQUAL ZERO                              00070200
               ADD FD-ENC-VALOR TO WRK-SET-ENCARGO (WRK-SUB-LSET)       00070300
            END-IF.                                                     00070400
       2350-99-FIM.              EXIT.                                  00070500
      *-------------------------------------------------------------*   00070600
       2400-ACUMULAR-CONTRACHEQUE               SECTION.                00070700
      *-------------------------------------------------------------*   00070800
      *   CADA VALOR DO CONTRACHEQUE VAI A UNIDADES INTEIRAS COMO O *   00070900
      *   FR19EX40 CREDITA; OS DESCONTOS FICAM COM O QUE SOBRA DO   *   00071000
      *   BRUTO, PARA O A PAGAR FECHAR COM O LIQUIDO PAGO.          *   00071100
      *-------------------------------------------------------------*   00071200
            MOVE WRK-CCQ-SETOR TO WRK-SETOR-BUSCA.                      00071300
            PERFORM 2950-LOCALIZAR-SETOR.                               00071400
            IF WRK-SUB-LSET EQUAL ZERO                                  00071500
               GO TO 2400-99-FIM.                                       00071600
            COMPUTE WRK-UN-BRUTO   ROUNDED = WRK-CCQ-BRUTO.             00071700
            COMPUTE WRK-UN-INSS    ROUNDED = WRK-CCQ-INSS.              00071800
            COMPUTE WRK-UN-IRRF    ROUNDED = WRK-CCQ-IRRF.              00071900
            COMPUTE WRK-UN-LIQUIDO ROUNDED = WRK-CCQ-LIQUIDO.           00072000
            ADD WRK-UN-BRUTO TO                                         00072100
                WRK-SET-VALOR (WRK-SUB-LSET, WRK-BASE-EVT + 1).         00072200
            ADD WRK-UN-INSS TO                                          00072300
                WRK-SET-VALOR (WRK-SUB-LSET, WRK-BASE-EVT + 2).         00072400
            ADD WRK-UN-IRRF TO                                          00072500
                WRK-SET-VALOR (WRK-SUB-LSET, WRK-BASE-EVT + 3).         00072600
            COMPUTE WRK-SET-VALOR (WRK-SUB-LSET, WRK-BASE-EVT + 4) =    00072700
                    WRK-SET-VALOR (WRK-SUB-LSET, WRK-BASE-EVT + 4)      00072800
                  + WRK-UN-BRUTO - WRK-UN-INSS - WRK-UN-IRRF            00072900
                  - WRK-UN-LIQUIDO.                                     00073000
       2400-99-FIM.              EXIT.                                  00073100
      *-------------------------------------------------------------*   00073200
       2500-APURAR-SETOR                        SECTION.                00073300
      *-------------------------------------------------------------*   00073400
      *   FECHA OS ENCARGOS DO SETOR E DISTRIBUI OS EVENTOS: OS DE  *   00073500
      *   CENTRO DE CUSTO VAO PARA O CENTRO (SETOR CONSOLIDADO PELO *   00073600
      *   PLANOCC), OS DEMAIS PARA O TOTAL DA EMPRESA.              *   00073700
      *-------------------------------------------------------------*   00073800
            COMPUTE WRK-UN-FGTS ROUNDED = WRK-SET-FGTS (WRK-SUB-SET).   00073900
            COMPUTE WRK-UN-ENCARGO ROUNDED =                            00074000
                    WRK-SET-ENCARGO (WRK-SUB-SET).                      00074100
            MOVE WRK-UN-FGTS TO                                         00074200
                 WRK-SET-VALOR (WRK-SUB-SET, WRK-EVT-FGTS).             00074300
            COMPUTE WRK-SET-VALOR (WRK-SUB-SET, WRK-EVT-PATR) =         00074400
                    WRK-UN-ENCARGO - WRK-UN-FGTS.                       00074500
                                                                        00074600
            MOVE 1 TO WRK-IDX-EVT.                                      00074700
            PERFORM 2510-DISTRIBUIR-EVENTO                              00074800
                    UNTIL WRK-IDX-EVT GREATER WRK-QTD-EVT.              00074900
            ADD 1 TO WRK-SUB-SET.                                       00075000
       2500-99-FIM.              EXIT.                                  00075100
      *-------------------------------------------------------------*   00075200
       2510-DISTRIBUIR-EVENTO                   SECTION.                00075300
      *-------------------------------------------------------------*   00075400
            IF WRK-SET-VALOR (WRK-SUB-SET, WRK-IDX-EVT) NOT EQUAL ZEROES00075500
               IF WRK-EVT-POR-CENTRO (WRK-IDX-EVT)                      00075600
                  PERFORM 2515-SOMAR-CENTRO                             00075700
               ELSE                                                     00075800
                  ADD WRK-SET-VALOR (WRK-SUB-SET, WRK-IDX-EVT) TO       00075900
                      WRK-TOT-EVT (WRK-IDX-EVT)                         00076000
               END-IF                                                   00076100
            END-IF.                                                     00076200
            ADD 1 TO WRK-IDX-EVT.                                       00076300
       2510-99-FIM.              EXIT.                                  00076400
      *-------------------------------------------------------------*   00076500
       2515-SOMAR-CENTRO                        SECTION.                00076600
      *-------------------------------------------------------------*   00076700
            MOVE WRK-SET-SETOR (WRK-SUB-SET) TO WRK-CENTRO.             00076800
            MOVE WRK-EVT-NIVEIS (WRK-IDX-EVT) TO WRK-NIV-FALTA.         00076900
            PERFORM 2520-SUBIR-NIVEL UNTIL WRK-NIV-FALTA EQUAL ZEROES.  00077000
            PERFORM 2550-LOCALIZAR-CENTRO.                              00077100
            IF WRK-SUB-LCC NOT EQUAL ZERO                               00077200
               ADD WRK-SET-VALOR (WRK-SUB-SET, WRK-IDX-EVT) TO          00077300
                   WRK-CC-VALOR (WRK-SUB-LCC, WRK-IDX-EVT)              00077400
            END-IF.                                                     00077500
       2515-99-FIM.              EXIT.                                  00077600
      *-------------------------------------------------------------*   00077700
       2520-SUBIR-NIVEL                         SECTION.                00077800
      *-------------------------------------------------------------*   00077900
      *   TROCA O CENTRO PELO SETORPAI; SETOR SEM PAI (RAIZ) OU     *   00078000
      *   FORA DA DESCARGA ENCERRA A SUBIDA.                        *   00078100
      *-------------------------------------------------------------*   00078200
            MOVE ZERO TO WRK-IDX-UNL.                                   00078300
            MOVE 1 TO WRK-SUB-UNL.                                      00078400
            PERFORM 2530-COMPARAR-SETOR                                 00078500
                    UNTIL WRK-SUB-UNL GREATER WRK-QTD-UNL               00078600
                       OR WRK-IDX-UNL GREATER ZERO.                     00078700
            IF WRK-IDX-UNL EQUAL ZERO                                   00078800
               OR WRK-UNL-PAI (WRK-IDX-UNL) EQUAL SPACES                00078900
               OR WRK-UNL-PAI (WRK-IDX-UNL) EQUAL WRK-CENTRO            00079000
               MOVE ZEROES TO WRK-NIV-FALTA                             00079100
            ELSE                                                        00079200
               MOVE WRK-UNL-PAI (WRK-IDX-UNL) TO WRK-CENTRO             00079300
               SUBTRACT 1 FROM WRK-NIV-FALTA                            00079400
            END-IF.                                                     00079500
       2520-99-FIM.              EXIT.                                  00079600
      *-------------------------------------------------------------*   00079700
       2530-COMPARAR-SETOR                      SECTION.                00079800
      *-------------------------------------------------------------*   00079900
            IF WRK-UNL-SETOR (WRK-SUB-UNL) EQUAL WRK-CENTRO             00080000
               MOVE WRK-SUB-UNL TO WRK-IDX-UNL                          00080100
            END-IF.                                                     00080200
            ADD 1 TO WRK-SUB-UNL.                                       00080300
       2530-99-FIM.              EXIT.                                  00080400
      *-------------------------------------------------------------*   00080500
       2550-LOCALIZAR-CENTRO                    SECTION.                00080600
      *-------------------------------------------------------------*   00080700
            MOVE ZERO TO WRK-SUB-LCC.                                   00080800
            MOVE 1 TO WRK-SUB-CC.                                       00080900
            PERFORM 2560-COMPARAR-CENTRO                                00081000
                    UNTIL WRK-SUB-CC GREATER WRK-QTD-CC                 00081100
                       OR WRK-SUB-LCC GREATER ZERO.                     00081200
            IF WRK-SUB-LCC EQUAL ZERO                                   00081300
               IF WRK-QTD-CC LESS 100                                   00081400
                  ADD 1 TO WRK-QTD-CC                                   00081500
                  MOVE WRK-QTD-CC TO WRK-SUB-LCC                        00081600
                  INITIALIZE WRK-CC-LINHA (WRK-SUB-LCC)                 00081700
                  MOVE WRK-CENTRO TO WRK-CC-CENTRO (WRK-SUB-LCC)        00081800
               ELSE                                                     00081900
                  DISPLAY ' TABELA DE CENTROS ESGOTADA (100) - '        00082000
                          WRK-CENTRO                                    00082100
                  MOVE 'TABELA DE CENTROS ESGOTADA   ' TO WRK-MSGERRO   00082200
                  PERFORM 9100-ERRO-CONTROLE                            00082300
               END-IF                                                   00082400
            END-IF.                                                     00082500
       2550-99-FIM.              EXIT.                                  00082600
      *-------------------------------------------------------------*   00082700
       2560-COMPARAR-CENTRO                     SECTION.                00082800
      *-------------------------------------------------------------*   00082900
            IF WRK-CC-CENTRO (WRK-SUB-CC) EQUAL WRK-CENTRO              00083000
               MOVE WRK-SUB-CC TO WRK-SUB-LCC                           00083100
            END-IF.                                                     00083200
            ADD 1 TO WRK-SUB-CC.                                        00083300
       2560-99-FIM.              EXIT.                                  00083400
      *-------------------------------------------------------------*   00083500
       2600-LANCAR-EVENTO                       SECTION.                00083600
      *-------------------------------------------------------------*   00083700
            MOVE WRK-EVT-EVENTO (WRK-SUB-EVT) TO WRK-EVENTO.            00083800
            MOVE WRK-EVT-TEXTO (WRK-SUB-EVT)  TO WRK-HIS-TEXTO.         00083900
            MOVE WRK-CC-EMPRESA               TO WRK-AGE-CREDITO.       00084000
            IF WRK-EVT-POR-CENTRO (WRK-SUB-EVT)                         00084100
               MOVE 1 TO WRK-SUB-CC                                     00084200
               PERFORM 2610-LANCAR-CENTRO                               00084300
                       UNTIL WRK-SUB-CC GREATER WRK-QTD-CC              00084400
            ELSE                                                        00084500
               IF WRK-TOT-EVT (WRK-SUB-EVT) NOT EQUAL ZEROES            00084600
                  MOVE WRK-TOT-EVT (WRK-SUB-EVT) TO WRK-VLR-EVENTO      00084700
                  MOVE WRK-CC-EMPRESA TO WRK-AGE-DEBITO                 00084800
                  PERFORM 2700-GRAVAR-PARTIDAS                          00084900
               END-IF                                                   00085000
            END-IF.                                                     00085100
            ADD 1 TO WRK-SUB-EVT.                                       00085200
       2600-99-FIM.              EXIT.                                  00085300
      *-------------------------------------------------------------*   00085400
       2610-LANCAR-CENTRO                       SECTION.                00085500
      *-------------------------------------------------------------*   00085600
            IF WRK-CC-VALOR (WRK-SUB-CC, WRK-SUB-EVT) NOT EQUAL ZEROES  00085700
               MOVE WRK-CC-VALOR (WRK-SUB-CC, WRK-SUB-EVT)              00085800
                    TO WRK-VLR-EVENTO                                   00085900
               MOVE WRK-CC-CENTRO (WRK-SUB-CC) TO WRK-AGE-DEBITO        00086000
               PERFORM 2700-GRAVAR-PARTIDAS                             00086100
            END-IF.                                                     00086200
            ADD 1 TO WRK-SUB-CC.                                        00086300
       2610-99-FIM.              EXIT.                                  00086400
      *-------------------------------------------------------------*   00086500
       2700-GRAVAR-PARTIDAS                     SECTION.                00086600
      *-------------------------------------------------------------*   00086700
      *   LOCALIZA O EVENTO NO PLANO E GRAVA AS DUAS PERNAS - OU    *   00086800
      *   NENHUMA (EVENTO SEM MAPA E CONTADO E DERRUBA NO FIM).     *   00086900
      *   VALOR NEGATIVO TROCA O D/C DAS DUAS PERNAS.               *   00087000
      *-------------------------------------------------------------*   00087100
            MOVE ZERO TO WRK-IDX-PLA.                                   00087200
            MOVE 1 TO WRK-SUB-PLA.                                      00087300
            PERFORM 2710-COMPARAR-EVENTO                                00087400
                    UNTIL WRK-SUB-PLA GREATER WRK-QTD-PLA               00087500
                       OR WRK-IDX-PLA GREATER ZERO.                     00087600
            IF WRK-IDX-PLA EQUAL ZERO                                   00087700
               ADD 1 TO WRK-REGSEMMAPA                                  00087800
               DISPLAY ' EVENTO SEM MAPA NO PLANOCTA: ' WRK-EVENTO      00087900
               GO TO 2700-99-FIM.                                       00088000
                                                                        00088100
            IF WRK-VLR-EVENTO LESS ZEROES                               00088200
               COMPUTE WRK-VALOR = ZEROES - WRK-VLR-EVENTO              00088300
               MOVE 'C' TO WRK-DC-DEBITO                                00088400
               MOVE 'D' TO WRK-DC-CREDITO                               00088500
            ELSE                                                        00088600
               MOVE WRK-VLR-EVENTO TO WRK-VALOR                         00088700
               MOVE 'D' TO WRK-DC-DEBITO                                00088800
               MOVE 'C' TO WRK-DC-CREDITO                               00088900
            END-IF.                                                     00089000
                                                                        00089100
            MOVE WRK-DATA-LANC TO FD-LAN-DATA.                          00089200
            MOVE WRK-EVENTO    TO FD-LAN-EVENTO.                        00089300
            MOVE 'FR19DB52'    TO FD-LAN-ORIGEM.                        00089400
            MOVE WRK-HISTORICO TO FD-LAN-HISTORICO.                     00089500
            MOVE WRK-VALOR     TO FD-LAN-VALOR.                         00089600
            MOVE SPACES        TO FD-LANCTOS (80:1).                    00089700
                                                                        00089800
            MOVE WRK-AGE-DEBITO TO FD-LAN-AGENCIA.                      00089900
            MOVE WRK-PLA-CTADEB (WRK-IDX-PLA) TO FD-LAN-CONTACTB.       00090000
            MOVE WRK-DC-DEBITO TO FD-LAN-DC.                            00090100
            PERFORM 2800-GRAVAR-PERNA.                                  00090200
                                                                        00090300
            MOVE WRK-AGE-CREDITO TO FD-LAN-AGENCIA.                     00090400
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00090500
            MOVE WRK-DC-CREDITO TO FD-LAN-DC.                           00090600
            PERFORM 2800-GRAVAR-PERNA.                                  00090700
                                                                        00090800
       2700-99-FIM.              EXIT.                                  00090900
      *-------------------------------------------------------------*   00091000
       2710-COMPARAR-EVENTO                     SECTION.                00091100
      *-------------------------------------------------------------*   00091200
            IF WRK-PLA-EVENTO (WRK-SUB-PLA) EQUAL WRK-EVENTO            00091300
               MOVE WRK-SUB-PLA TO WRK-IDX-PLA                          00091400
            END-IF.                                                     00091500
            ADD 1 TO WRK-SUB-PLA.                                       00091600
       2710-99-FIM.              EXIT.                                  00091700
      *-------------------------------------------------------------*   00091800
       2800-GRAVAR-PERNA                        SECTION.                00091900
      *-------------------------------------------------------------*   00092000
            WRITE FD-LANCTOS.                                           00092100
            IF WRK-FS-LANCTOS NOT EQUAL 00                              00092200
               MOVE 'ERRO NA GRAVACAO LANCTOS' TO WRK-MSGERRO           00092300
               MOVE '2800'                   TO WRK-SECAO               00092400
               MOVE WRK-FS-LANCTOS           TO WRK-STATUS              00092500
               PERFORM 9000-TRATAERROS                                  00092600
            END-IF.                                                     00092700
            ADD 1 TO WRK-REGLANCTOS.                                    00092800
            IF FD-LAN-DC EQUAL 'D'                                      00092900
               ADD WRK-VALOR TO WRK-TOT-DEBITOS                         00093000
            ELSE                                                        00093100
               ADD WRK-VALOR TO WRK-TOT-CREDITOS                        00093200
            END-IF.                                                     00093300
       2800-99-FIM.              EXIT.                                  00093400
      *-------------------------------------------------------------*   00093500
       2950-LOCALIZAR-SETOR                     SECTION.                00093600
      *-------------------------------------------------------------*   00093700
            MOVE ZERO TO WRK-SUB-LSET.                                  00093800
            MOVE 1 TO WRK-SUB-SET.                                      00093900
            PERFORM 2960-COMPARAR-SETOR                                 00094000
                    UNTIL WRK-SUB-SET GREATER WRK-QTD-SET               00094100
                       OR WRK-SUB-LSET GREATER ZERO.                    00094200
            IF WRK-SUB-LSET EQUAL ZERO                                  00094300
               IF WRK-QTD-SET LESS 100                                  00094400
                  ADD 1 TO WRK-QTD-SET                                  00094500
                  MOVE WRK-QTD-SET TO WRK-SUB-LSET                      00094600
                  INITIALIZE WRK-SET-LINHA (WRK-SUB-LSET)               00094700
                  MOVE WRK-SETOR-BUSCA TO WRK-SET-SETOR (WRK-SUB-LSET)  00094800
               ELSE                                                     00094900
                  DISPLAY ' TABELA DE SETORES ESGOTADA (100) - '        00095000
                          WRK-SETOR-BUSCA                               00095100
                  MOVE 'TABELA DE SETORES ESGOTADA   ' TO WRK-MSGERRO   00095200
                  PERFORM 9100-ERRO-CONTROLE                            00095300
               END-IF                                                   00095400
            END-IF.                                                     00095500
       2950-99-FIM.              EXIT.                                  00095600
      *-------------------------------------------------------------*   00095700
       2960-COMPARAR-SETOR                      SECTION.                00095800
      *-------------------------------------------------------------*   00095900
            IF WRK-SET-SETOR (WRK-SUB-SET) EQUAL WRK-SETOR-BUSCA        00096000
               MOVE WRK-SUB-SET TO WRK-SUB-LSET                         00096100
            END-IF.                                                     00096200
            ADD 1 TO WRK-SUB-SET.                                       00096300
       2960-99-FIM.              EXIT.                                  00096400
      *-------------------------------------------------------------*   00096500
       3000-FINALIZAR                           SECTION.                00096600
      *-------------------------------------------------------------*   00096700
             CLOSE FOLHA LANCTOS.                                       00096800
              DISPLAY ' ============================================'.  00096900
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB52          '.  00097000
              DISPLAY ' ============================================'.  00097100
              DISPLAY ' CONTRACHEQUES FOLHA........' WRK-REGFOLHA.      00097200
              DISPLAY ' CONTRACHEQUES FOLHA13......' WRK-REGFOLHA13.    00097300
              DISPLAY ' CONTRACHEQUES FOLHAADT.....' WRK-REGFOLHAADT.   00097400
              DISPLAY ' DEPOSITOS FGTSDEP..........' WRK-REGFGTSDEP.    00097500
              DISPLAY ' REGISTROS ENCARGOS.........' WRK-REGENCARGOS.   00097600
              DISPLAY ' SETORES....................' WRK-QTD-SET.       00097700
              DISPLAY ' CENTROS DE CUSTO...........' WRK-QTD-CC.        00097800
              DISPLAY ' LANCAMENTOS GRAVADOS.......' WRK-REGLANCTOS.    00097900
              DISPLAY ' EVENTOS SEM MAPA...........' WRK-REGSEMMAPA.    00098000
              DISPLAY ' PARAMETROS IGNORADOS.......' WRK-QTD-IGNORA.    00098100
              DISPLAY ' PROVA - TOTAL DEBITOS......' WRK-TOT-DEBITOS.   00098200
              DISPLAY ' PROVA - TOTAL CREDITOS.....' WRK-TOT-CREDITOS.  00098300
              DISPLAY ' ============================================'.  00098400
                                                                        00098500
              IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS             00098600
                 MOVE 'JOURNAL DESBALANCEADO        ' TO WRK-MSGERRO    00098700
                 PERFORM 9100-ERRO-CONTROLE                             00098800
              END-IF.                                                   00098900
              IF WRK-REGSEMMAPA GREATER ZEROES                          00099000
                 MOVE 'EVENTO SEM MAPA NO PLANOCTA  ' TO WRK-MSGERRO    00099100
                 PERFORM 9100-ERRO-CONTROLE                             00099200
              END-IF.                                                   00099300
              DISPLAY ' PROVA OK: DEBITOS = CREDITOS - ARQUIVO'         00099400
                      ' LIBERADO'.                                      00099500
              IF WRK-QTD-IGNORA GREATER ZEROES                          00099600
                 MOVE 4 TO RETURN-CODE                                  00099700
              END-IF.                                                   00099800
                                                                        00099900
       3000-99-FIM.              EXIT.                                  00100000
      *-------------------------------------------------------------*   00100100
       4000-TESTARSTATUS                            SECTION.            00100200
      *-------------------------------------------------------------*   00100300
                 PERFORM 4100-TESTARSTATUS-PLANOCTA.                    00100400
                 PERFORM 4200-TESTARSTATUS-FOLHA.                       00100500
                 IF WRK-FS-LANCTOS NOT EQUAL 00                         00100600
                   MOVE 'ERRO NO OPEN LANCTOS  ' TO WRK-MSGERRO         00100700
                   MOVE '1000'                   TO WRK-SECAO           00100800
                   MOVE WRK-FS-LANCTOS           TO WRK-STATUS          00100900
                    PERFORM 9000-TRATAERROS                             00101000
                 END-IF.                                                00101100
                                                                        00101200
       4000-99-FIM.              EXIT.                                  00101300
      *-------------------------------------------------------------*   00101400
       4100-TESTARSTATUS-PLANOCTA                   SECTION.            00101500
      *-------------------------------------------------------------*   00101600
               IF WRK-FS-PLANOCTA NOT EQUAL 00                          00101700
                           AND WRK-FS-PLANOCTA NOT EQUAL 10             00101800
                 MOVE 'ERRO NO PLANOCTA      ' TO WRK-MSGERRO           00101900
                 MOVE '1100'                   TO WRK-SECAO             00102000
                 MOVE WRK-FS-PLANOCTA          TO WRK-STATUS            00102100
                  PERFORM 9000-TRATAERROS                               00102200
               END-IF.                                                  00102300
                                                                        00102400
       4100-99-FIM.              EXIT.                                  00102500
      *-------------------------------------------------------------*   00102600
       4200-TESTARSTATUS-FOLHA                      SECTION.            00102700
      *-------------------------------------------------------------*   00102800
               IF WRK-FS-FOLHA NOT EQUAL 00                             00102900
                           AND WRK-FS-FOLHA NOT EQUAL 10                00103000
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00103100
                 MOVE '2100'                   TO WRK-SECAO             00103200
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00103300
                  PERFORM 9000-TRATAERROS                               00103400
               END-IF.                                                  00103500
                                                                        00103600
       4200-99-FIM.              EXIT.                                  00103700
      *-------------------------------------------------------------*   00103800
       4300-TESTARSTATUS-FOLHA13                    SECTION.            00103900
      *-------------------------------------------------------------*   00104000
               IF WRK-FS-FOLHA13 NOT EQUAL 00                           00104100
                           AND WRK-FS-FOLHA13 NOT EQUAL 10              00104200
                 MOVE 'ERRO NO FOLHA13       ' TO WRK-MSGERRO           00104300
                 MOVE '2150'                   TO WRK-SECAO             00104400
                 MOVE WRK-FS-FOLHA13           TO WRK-STATUS            00104500
                  PERFORM 9000-TRATAERROS                               00104600
               END-IF.                                                  00104700
                                                                        00104800
       4300-99-FIM.              EXIT.                                  00104900
      *-------------------------------------------------------------*   00105000
       4400-TESTARSTATUS-FOLHAADT                   SECTION.            00105100
      *-------------------------------------------------------------*   00105200
               IF WRK-FS-FOLHAADT NOT EQUAL 00                          00105300
                           AND WRK-FS-FOLHAADT NOT EQUAL 10             00105400
                 MOVE 'ERRO NO FOLHAADT      ' TO WRK-MSGERRO           00105500
                 MOVE '2200'                   TO WRK-SECAO             00105600
                 MOVE WRK-FS-FOLHAADT          TO WRK-STATUS            00105700
                  PERFORM 9000-TRATAERROS                               00105800
               END-IF.                                                  00105900
                                                                        00106000
       4400-99-FIM.              EXIT.                                  00106100
      *-------------------------------------------------------------*   00106200
       4500-TESTARSTATUS-FGTSDEP                    SECTION.            00106300
      *-------------------------------------------------------------*   00106400
               IF WRK-FS-FGTSDEP NOT EQUAL 00                           00106500
                           AND WRK-FS-FGTSDEP NOT EQUAL 10              00106600
                 MOVE 'ERRO NO FGTSDEP       ' TO WRK-MSGERRO           00106700
                 MOVE '2300'                   TO WRK-SECAO             00106800
                 MOVE WRK-FS-FGTSDEP           TO WRK-STATUS            00106900
                  PERFORM 9000-TRATAERROS                               00107000
               END-IF.                                                  00107100
                                                                        00107200
       4500-99-FIM.              EXIT.                                  00107300
      *-------------------------------------------------------------*   00107400
       4600-TESTARSTATUS-ENCARGOS                   SECTION.            00107500
      *-------------------------------------------------------------*   00107600
               IF WRK-FS-ENCARGOS NOT EQUAL 00                          00107700
                           AND WRK-FS-ENCARGOS NOT EQUAL 10             00107800
                 MOVE 'ERRO NO ENCARGOS      ' TO WRK-MSGERRO           00107900
                 MOVE '2350'                   TO WRK-SECAO             00108000
                 MOVE WRK-FS-ENCARGOS          TO WRK-STATUS            00108100
                  PERFORM 9000-TRATAERROS                               00108200
               END-IF.                                                  00108300
                                                                        00108400
       4600-99-FIM.              EXIT.                                  00108500
      *-------------------------------------------------------------*   00108600
       9100-ERRO-CONTROLE                           SECTION.            00108700
      *-------------------------------------------------------------*   00108800
           MOVE 'FR19DB52' TO WRK-PROGRAMA.                             00108900
           MOVE '3000'     TO WRK-SECAO.                                00109000
           MOVE 'E'        TO WRK-SEVERIDADE.                           00109100
           MOVE '08'       TO WRK-STATUS.                               00109200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00109300
           MOVE 8 TO RETURN-CODE.                                       00109400
           STOP RUN.                                                    00109500
                                                                        00109600
       9100-99-FIM.              EXIT.                                  00109700
      *-------------------------------------------------------------*   00109800
       9000-TRATAERROS                              SECTION.            00109900
      *-------------------------------------------------------------*   00110000
           MOVE 'FR19DB52' TO WRK-PROGRAMA                              00110100
           MOVE 'E'        TO WRK-SEVERIDADE                            00110200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00110300
           GOBACK.                                                      00110400
                                                                        00110500
       9000-99-FIM.              EXIT.                                  00110600
