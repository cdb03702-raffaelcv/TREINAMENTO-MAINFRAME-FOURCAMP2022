      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB58.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PROJECAO DO CUSTO DA FOLHA PARA O ORCAMENTO DO  *   00001200
      *    ANO SEGUINTE. PARTE DOS SALARIOS ATIVOS DA DESCARGA DO   *   00001300
      *    IVAN.FUNC (FUNCUNL, FR19DB23) E PROJETA CADA MES DO ANO, *   00001400
      *    POR SETOR:                                               *   00001500
      *     SALARIOS  - SALARIO ATUAL; DO MES DO DISSIDIO EM DIANTE *   00001600
      *                 COM O PERCENTUAL PLANEJADO APLICADO         *   00001700
      *     13O       - METADE EM NOVEMBRO E METADE EM DEZEMBRO,    *   00001800
      *                 SOBRE O SALARIO DE DEZEMBRO (FR19DB26)      *   00001900
      *     FERIAS    - UM TERCO DO SALARIO NO MES EM QUE VENCE O   *   00002000
      *                 PERIODO AQUISITIVO (ANIVERSARIO DA DATAADM, *   00002100
      *                 COMO NO FR19DB13), PARA QUEM JA TEM UM ANO  *   00002200
      *                 DE CASA NO ANO PROJETADO                    *   00002300
      *     VAGAS     - VAGAS APROVADAS EM ABERTO NO QUADRO         *   00002400
      *                 (QUADUNL X OCUPANTES ATIVOS, CARGO PELO     *   00002500
      *                 CARGUNL, COMO NO FR19DB57) A SALARIO        *   00002600
      *                 ORCADO, O ANO TODO, COM DISSIDIO E 13O      *   00002700
      *     ENCARGOS  - FGTS, INSS PATRONAL, RAT E TERCEIROS SOBRE  *   00002800
      *                 TUDO ACIMA, COM AS ALIQUOTAS DO FAIXAS E OS *   00002900
      *                 MESMOS DEFAULTS DO FR19DB46                 *   00003000
      *    SAIDAS: RELPROJ (POR SETOR E MES, TOTAL DO SETOR E       *   00003100
      *    TOTAL GERAL POR MES) E ORCPROJ, NO LAYOUT DO ORCAMENT    *   00003200
      *    (SETOR, MES AAAAMM, VALOR), PARA A FINANCA AJUSTAR E     *   00003300
      *    CARREGAR COMO ORCAMENTO DO FR19DB22.                     *   00003400
      *    DATAADM INVALIDA (SEM FERIAS PROJETADAS) OU REGISTRO     *   00003500
      *    IGNORADO DA RC=4.                                        *   00003600
      *    CARTAO SYSIN 1: ANO AAAA (ZEROS = ANO SEGUINTE).         *   00003700
      *    CARTAO SYSIN 2: DISSIDIO - MES 9(02) E PERCENTUAL        *   00003800
      *    9(02)V99 (MES ZERO = SEM DISSIDIO NO ANO).               *   00003900
      *    (CADA CARTAO COM 10 DE FILLER).                          *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    FUNCUNL              I                  -----------      *   00004400
      *    CARGUNL              I                  -----------      *   00004500
      *    QUADUNL              I                  -----------      *   00004600
      *    FAIXAS               I                  -----------      *   00004700
      *    ORCPROJ              O                  -----------      *   00004800
      *    RELPROJ              O                  -----------      *   00004900
      *-------------------------------------------------------------*   00005000
      *   MODULOS....:                             INCLUDE/BOOK     *   00005100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005200
      *=============================================================*   00005300
                                                                        00005400
      *=============================================================*   00005500
       ENVIRONMENT                               DIVISION.              00005600
      *=============================================================*   00005700
                                                                        00005800
      *=============================================================*   00005900
       CONFIGURATION                               SECTION.             00006000
      *=============================================================*   00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
       INPUT-OUTPUT                                SECTION.             00006500
       FILE-CONTROL.                                                    00006600
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00006700
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00006800
                                                                        00006900
            SELECT CARGUNL ASSIGN TO CARGUNL                            00007000
                 FILE STATUS IS WRK-FS-CARGUNL.                         00007100
                                                                        00007200
            SELECT QUADUNL ASSIGN TO QUADUNL                            00007300
                 FILE STATUS IS WRK-FS-QUADUNL.                         00007400
                                                                        00007500
            SELECT FAIXAS ASSIGN TO FAIXAS                              00007600
                 FILE STATUS IS WRK-FS-FAIXAS.                          00007700
                                                                        00007800
      *--------------ARQUIVOS SAIDAS---*                                00007900
            SELECT ORCPROJ ASSIGN TO ORCPROJ                            00008000
                 FILE STATUS IS WRK-FS-ORCPROJ.                         00008100
                                                                        00008200
            SELECT RELPROJ ASSIGN TO RELPROJ                            00008300
                 FILE STATUS IS WRK-FS-RELPROJ.                         00008400
                                                                        00008500
      *=============================================================*   00008600
       DATA                                      DIVISION.              00008700
      *=============================================================*   00008800
       FILE                                      SECTION.               00008900
      *-------------------LRECL 113---------------------------------*   00009000
       FD FUNCUNL                                                       00009100
           RECORDING MODE IS F                                          00009200
           LABEL RECORD IS STANDARD                                     00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-FUNCUNL.                                                   00009500
          05 FD-UNL-ID          PIC 9(05).                              00009600
          05 FD-UNL-NOME        PIC X(30).                              00009700
          05 FD-UNL-SETOR       PIC X(04).                              00009800
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00009900
          05 FD-UNL-DATAADM     PIC X(10).                              00010000
          05 FD-UNL-EMAIL       PIC X(40).                              00010100
          05 FD-UNL-STATUS      PIC X(01).                              00010200
          05 FD-UNL-DATADEM     PIC X(10).                              00010300
          05 FD-UNL-EMPRESA     PIC X(03).                              00010400
                                                                        00010500
      *-------------------LRECL 11----------------------------------*   00010600
       FD CARGUNL                                                       00010700
           RECORDING MODE IS F                                          00010800
           LABEL RECORD IS STANDARD                                     00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-CARGUNL.                                                   00011100
          05 FD-UG-IDFUNC       PIC 9(05).                              00011200
          05 FD-UG-CARGO        PIC X(06).                              00011300
                                                                        00011400
      *-------------------LRECL 30----------------------------------*   00011500
       FD QUADUNL                                                       00011600
           RECORDING MODE IS F                                          00011700
           LABEL RECORD IS STANDARD                                     00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-QUADUNL.                                                   00012000
          05 FD-UQ-SETOR        PIC X(04).                              00012100
          05 FD-UQ-CARGO        PIC X(06).                              00012200
          05 FD-UQ-VAGAS        PIC 9(04).                              00012300
          05 FD-UQ-SALORC       PIC 9(08)V99.                           00012400
          05 FILLER             PIC X(06).                              00012500
                                                                        00012600
      *-------------------LRECL 28----------------------------------*   00012700
       FD FAIXAS                                                        00012800
           RECORDING MODE IS F                                          00012900
           LABEL RECORD IS STANDARD                                     00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-FAIXAS.                                                    00013200
          05 FD-FAIXA-TIPO       PIC X(04).                             00013300
          05 FD-FAIXA-LIMITE     PIC 9(08)V99.                          00013400
          05 FD-FAIXA-ALIQUOTA   PIC 9(02)V99.                          00013500
          05 FD-FAIXA-DEDUZIR    PIC 9(08)V99.                          00013600
                                                                        00013700
      *-------------------LRECL 22----------------------------------*   00013800
       FD ORCPROJ                                                       00013900
           RECORDING MODE IS F.                                         00014000
       01 FD-ORCPROJ             PIC X(22).                             00014100
                                                                        00014200
      *-------------------LRECL 110---------------------------------*   00014300
       FD RELPROJ                                                       00014400
           RECORDING MODE IS F.                                         00014500
       01 FD-RELPROJ             PIC X(110).                            00014600
                                                                        00014700
      *=============================================================*   00014800
       WORKING-STORAGE                             SECTION.             00014900
      *=============================================================*   00015000
                                                                        00015100
       01 FILLER          PIC X(64) VALUE                               00015200
           '-----------BOOK LOGERROS------------------------'.          00015300
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00015400
       COPY '#GLOG'.                                                    00015500
      *-------------------------------------------------------------*   00015600
                                                                        00015700
       01 FILLER          PIC X(64) VALUE                               00015800
           '-----------VARIAVEIS DE STATUS------------------'.          00015900
                                                                        00016000
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00016100
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00016200
       77 WRK-FS-QUADUNL  PIC 9(02).                                    00016300
       77 WRK-FS-FAIXAS   PIC 9(02).                                    00016400
       77 WRK-FS-ORCPROJ  PIC 9(02).                                    00016500
       77 WRK-FS-RELPROJ  PIC 9(02).                                    00016600
                                                                        00016700
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00016800
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00016900
       77 WRK-SW-FIM-CAR  PIC X(01) VALUE 'N'.                          00017000
           88 WRK-FIM-CARGUNL       VALUE 'S'.                          00017100
       77 WRK-SW-DADO-CAR PIC X(01) VALUE 'N'.                          00017200
           88 WRK-DADO-CAR-OK       VALUE 'S'.                          00017300
       77 WRK-SW-FIM-QDR  PIC X(01) VALUE 'N'.                          00017400
           88 WRK-FIM-QUADUNL       VALUE 'S'.                          00017500
       77 WRK-SW-FIM-FAIXAS PIC X(01) VALUE 'N'.                        00017600
           88 WRK-FIM-FAIXAS        VALUE 'S'.                          00017700
                                                                        00017800
       01 FILLER          PIC X(64) VALUE                               00017900
           '-----------PARAMETROS SYSIN---------------------'.          00018000
                                                                        00018100
       01 WRK-CARTAO-ANO.                                               00018200
          05 FILLER              PIC X(10).                             00018300
          05 WRK-CARTAO-ANO-AC   PIC 9(04).                             00018400
                                                                        00018500
       01 WRK-CARTAO-DISS.                                              00018600
          05 FILLER              PIC X(10).                             00018700
          05 WRK-CARTAO-DISS-MES PIC 9(02).                             00018800
          05 WRK-CARTAO-DISS-PCT PIC 9(02)V99.                          00018900
                                                                        00019000
       01 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00019100
       01 WRK-DATA-HOJE-Q REDEFINES WRK-DATA-HOJE.                      00019200
          05 WRK-HOJE-ANO        PIC 9(04).                             00019300
          05 WRK-HOJE-MMDD       PIC 9(04).                             00019400
                                                                        00019500
       77 WRK-ANO-PROJ    PIC 9(04) VALUE ZEROES.                       00019600
      *----MES 13 = DISSIDIO FORA DO ANO (SALARIO ATUAL O ANO TODO)--*  00019700
       77 WRK-DISS-MES    PIC 9(02) VALUE 13.                           00019800
       77 WRK-DISS-PCT    PIC 9(02)V99 VALUE ZEROES.                    00019900
                                                                        00020000
       01 FILLER          PIC X(64) VALUE                               00020100
           '-----------ALIQUOTAS PATRONAIS------------------'.          00020200
                                                                        00020300
       77 WRK-ALIQ-FGTS   PIC 9(02)V99 VALUE ZEROES.                    00020400
       77 WRK-ALIQ-INSP   PIC 9(02)V99 VALUE ZEROES.                    00020500
       77 WRK-ALIQ-RAT    PIC 9(02)V99 VALUE ZEROES.                    00020600
       77 WRK-ALIQ-TERC   PIC 9(02)V99 VALUE ZEROES.                    00020700
       77 WRK-ALIQ-TOTAL  PIC 9(03)V99 VALUE ZEROES.                    00020800
       77 WRK-SW-FGTS     PIC X(01) VALUE 'N'.                          00020900
       77 WRK-SW-INSP     PIC X(01) VALUE 'N'.                          00021000
       77 WRK-SW-RAT      PIC X(01) VALUE 'N'.                          00021100
       77 WRK-SW-TERC     PIC X(01) VALUE 'N'.                          00021200
                                                                        00021300
       01 FILLER          PIC X(64) VALUE                               00021400
           '-----------POSICOES DO QUADRO (QUADUNL)---------'.          00021500
                                                                        00021600
       77 WRK-QTD-QDR     PIC 9(04) COMP VALUE ZERO.                    00021700
       77 WRK-SUB-QDR     PIC 9(04) COMP VALUE ZERO.                    00021800
       77 WRK-IDX-QDR     PIC 9(04) COMP VALUE ZERO.                    00021900
       01 WRK-TAB-QUADRO.                                               00022000
          05 WRK-QDR-LINHA OCCURS 2000 TIMES.                           00022100
             10 WRK-QDR-SETOR      PIC X(04).                           00022200
             10 WRK-QDR-CARGO      PIC X(06).                           00022300
             10 WRK-QDR-VAGAS      PIC 9(04).                           00022400
             10 WRK-QDR-SALORC     PIC 9(08)V99.                        00022500
             10 WRK-QDR-OCUPADOS   PIC 9(04).                           00022600
                                                                        00022700
       01 FILLER          PIC X(64) VALUE                               00022800
           '-----------PROJECAO POR SETOR E MES-------------'.          00022900
                                                                        00023000
      *----SETORES EM ORDEM CRESCENTE (INSERCAO ORDENADA, 2200)-----*   00023100
       77 WRK-QTD-SETORES PIC 9(03) COMP VALUE ZERO.                    00023200
       77 WRK-SUB-SETORES PIC 9(03) COMP VALUE ZERO.                    00023300
       77 WRK-IDX-SETOR   PIC 9(03) COMP VALUE ZERO.                    00023400
       77 WRK-SUB-DESLOC  PIC 9(03) COMP VALUE ZERO.                    00023500
       77 WRK-SETOR-BUSCA PIC X(04) VALUE SPACES.                       00023600
       01 WRK-TAB-PROJ.                                                 00023700
          05 WRK-PRJ-LINHA OCCURS 100 TIMES.                            00023800
             10 WRK-PRJ-SETOR      PIC X(04).                           00023900
             10 WRK-PRJ-MES OCCURS 12 TIMES.                            00024000
                15 WRK-PRJ-SAL     PIC 9(10)V99.                        00024100
                15 WRK-PRJ-13S     PIC 9(10)V99.                        00024200
                15 WRK-PRJ-FER     PIC 9(10)V99.                        00024300
                15 WRK-PRJ-VAG     PIC 9(10)V99.                        00024400
                15 WRK-PRJ-ENC     PIC 9(10)V99.                        00024500
                                                                        00024600
       01 WRK-TAB-GERAL.                                                00024700
          05 WRK-GER-MES OCCURS 12 TIMES.                               00024800
             10 WRK-GER-SAL        PIC 9(12)V99.                        00024900
             10 WRK-GER-13S        PIC 9(12)V99.                        00025000
             10 WRK-GER-FER        PIC 9(12)V99.                        00025100
             10 WRK-GER-VAG        PIC 9(12)V99.                        00025200
             10 WRK-GER-ENC        PIC 9(12)V99.                        00025300
                                                                        00025400
       01 FILLER          PIC X(64) VALUE                               00025500
           '-----------CALCULO DA PROJECAO------------------'.          00025600
                                                                        00025700
       77 WRK-MES         PIC 9(02) VALUE ZEROES.                       00025800
       77 WRK-CARGO-FUNC  PIC X(06) VALUE SPACES.                       00025900
       77 WRK-SAL-ANTES   PIC 9(10)V99 VALUE ZEROES.                    00026000
       77 WRK-SAL-DEPOIS  PIC 9(10)V99 VALUE ZEROES.                    00026100
       77 WRK-SAL-MES     PIC 9(10)V99 VALUE ZEROES.                    00026200
       77 WRK-PARCELA     PIC 9(10)V99 VALUE ZEROES.                    00026300
       77 WRK-VAGOS       PIC 9(04) VALUE ZEROES.                       00026400
       77 WRK-BASE        PIC 9(12)V99 VALUE ZEROES.                    00026500
       77 WRK-TOTAL-MES   PIC 9(10)V99 VALUE ZEROES.                    00026600
                                                                        00026700
       01 WRK-DATAADM-X.                                                00026800
          05 WRK-ADM-ANO         PIC 9(04).                             00026900
          05 FILLER              PIC X(01).                             00027000
          05 WRK-ADM-MES         PIC 9(02).                             00027100
          05 FILLER              PIC X(01).                             00027200
          05 WRK-ADM-DIA         PIC 9(02).                             00027300
                                                                        00027400
       01 FILLER          PIC X(64) VALUE                               00027500
           '-----------CONTADORES---------------------------'.          00027600
                                                                        00027700
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00027800
       77 WRK-QTD-FERIAS  PIC 9(05) VALUE ZEROES.                       00027900
       77 WRK-QTD-SEMDATA PIC 9(05) VALUE ZEROES.                       00028000
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00028100
       77 WRK-QTD-VAGAS   PIC 9(05) VALUE ZEROES.                       00028200
       77 WRK-QTD-ORCPROJ PIC 9(05) VALUE ZEROES.                       00028300
                                                                        00028400
      *----ACUMULADORES DO SETOR E GERAL-----------------------------*  00028500
       77 WRK-SET-SAL     PIC 9(12)V99 VALUE ZEROES.                    00028600
       77 WRK-SET-13S     PIC 9(12)V99 VALUE ZEROES.                    00028700
       77 WRK-SET-FER     PIC 9(12)V99 VALUE ZEROES.                    00028800
       77 WRK-SET-VAG     PIC 9(12)V99 VALUE ZEROES.                    00028900
       77 WRK-SET-ENC     PIC 9(12)V99 VALUE ZEROES.                    00029000
       77 WRK-SET-TOTAL   PIC 9(12)V99 VALUE ZEROES.                    00029100
       77 WRK-TOT-GERAL   PIC 9(12)V99 VALUE ZEROES.                    00029200
                                                                        00029300
       01 FILLER          PIC X(64) VALUE                               00029400
           '-----------REGISTRO DE SAIDA--------------------'.          00029500
                                                                        00029600
       01 WRK-REG-ORCPROJ.                                              00029700
          05 WRK-OP-SETOR        PIC X(04).                             00029800
          05 WRK-OP-MES          PIC 9(06).                             00029900
          05 WRK-OP-VALOR        PIC 9(10)V99.                          00030000
                                                                        00030100
       01 FILLER          PIC X(64) VALUE                               00030200
           '-----------LINHAS DO RELATORIO------------------'.          00030300
                                                                        00030400
       01 WRK-LINHA-TRACO        PIC X(110) VALUE ALL '-'.              00030500
                                                                        00030600
       01 WRK-LINHA-TITULO.                                             00030700
          05 FILLER              PIC X(46) VALUE                        00030800
             'PROJECAO DO CUSTO DA FOLHA - ORCAMENTO DO ANO '.          00030900
          05 WRK-TIT-ANO         PIC 9(04).                             00031000
          05 FILLER              PIC X(18) VALUE                        00031100
             '   DISSIDIO - MES '.                                      00031200
          05 WRK-TIT-DISS-MES    PIC Z9.                                00031300
          05 FILLER              PIC X(03) VALUE ' : '.                 00031400
          05 WRK-TIT-DISS-PCT    PIC Z9,99.                             00031500
          05 FILLER              PIC X(01) VALUE '%'.                   00031600
          05 FILLER              PIC X(31) VALUE SPACES.                00031700
                                                                        00031800
       01 WRK-LINHA-CABEC.                                              00031900
          05 FILLER              PIC X(55) VALUE                        00032000
             'SETOR MES           SALARIOS     13O SALARIO      FERIA'. 00032100
          05 FILLER              PIC X(55) VALUE                        00032200
             'S 1/3   VAGAS ABERTAS        ENCARGOS           TOTAL  '. 00032300
                                                                        00032400
       01 WRK-LINHA-DETALHE.                                            00032500
          05 WRK-DET-SETOR       PIC X(04).                             00032600
          05 FILLER              PIC X(02) VALUE SPACES.                00032700
          05 WRK-DET-MES         PIC X(06).                             00032800
          05 FILLER              PIC X(02) VALUE SPACES.                00032900
          05 WRK-DET-SAL         PIC ZZZ.ZZZ.ZZ9,99.                    00033000
          05 FILLER              PIC X(02) VALUE SPACES.                00033100
          05 WRK-DET-13S         PIC ZZZ.ZZZ.ZZ9,99.                    00033200
          05 FILLER              PIC X(02) VALUE SPACES.                00033300
          05 WRK-DET-FER         PIC ZZZ.ZZZ.ZZ9,99.                    00033400
          05 FILLER              PIC X(02) VALUE SPACES.                00033500
          05 WRK-DET-VAG         PIC ZZZ.ZZZ.ZZ9,99.                    00033600
          05 FILLER              PIC X(02) VALUE SPACES.                00033700
          05 WRK-DET-ENC         PIC ZZZ.ZZZ.ZZ9,99.                    00033800
          05 FILLER              PIC X(02) VALUE SPACES.                00033900
          05 WRK-DET-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.                    00034000
          05 FILLER              PIC X(02) VALUE SPACES.                00034100
                                                                        00034200
       01 WRK-LINHA-TOTAL.                                              00034300
          05 WRK-TOT-ROTULO      PIC X(12).                             00034400
          05 WRK-TOT-SAL         PIC Z.ZZZ.ZZZ.ZZ9,99.                  00034500
          05 WRK-TOT-13S         PIC Z.ZZZ.ZZZ.ZZ9,99.                  00034600
          05 WRK-TOT-FER         PIC Z.ZZZ.ZZZ.ZZ9,99.                  00034700
          05 WRK-TOT-VAG         PIC Z.ZZZ.ZZZ.ZZ9,99.                  00034800
          05 WRK-TOT-ENC         PIC Z.ZZZ.ZZZ.ZZ9,99.                  00034900
          05 WRK-TOT-TOTAL       PIC Z.ZZZ.ZZZ.ZZ9,99.                  00035000
          05 FILLER              PIC X(02) VALUE SPACES.                00035100
                                                                        00035200
      *=============================================================*   00035300
       PROCEDURE DIVISION.                                              00035400
      *=============================================================*   00035500
                                                                        00035600
      *-------------------------------------------------------------*   00035700
       0000-PRINCIPAL                           SECTION.                00035800
      *-------------------------------------------------------------*   00035900
                                                                        00036000
            PERFORM  1000-INICIAR.                                      00036100
                                                                        00036200
            PERFORM  1100-CARREGAR-FAIXAS UNTIL WRK-FIM-FAIXAS.         00036300
            PERFORM  1150-CONFERIR-ALIQUOTAS.                           00036400
            PERFORM  1200-CARREGAR-QUADRO UNTIL WRK-FIM-QUADUNL.        00036500
            PERFORM  1500-LER-CARGUNL.                                  00036600
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FUNCUNL.              00036700
                                                                        00036800
            MOVE 1 TO WRK-SUB-QDR.                                      00036900
            PERFORM  2400-PROJETAR-VAGAS                                00037000
                     UNTIL WRK-SUB-QDR GREATER WRK-QTD-QDR.             00037100
                                                                        00037200
            MOVE 1 TO WRK-SUB-SETORES.                                  00037300
            PERFORM  2500-IMPRIMIR-SETOR                                00037400
                     UNTIL WRK-SUB-SETORES GREATER WRK-QTD-SETORES.     00037500
            PERFORM  2700-IMPRIMIR-TOTAL-GERAL.                         00037600
                                                                        00037700
            PERFORM  3000-FINALIZAR.                                    00037800
            STOP RUN.                                                   00037900
                                                                        00038000
      *-------------------------------------------------------------*   00038100
       1000-INICIAR                             SECTION.                00038200
      *-------------------------------------------------------------*   00038300
             OPEN INPUT  FUNCUNL CARGUNL QUADUNL FAIXAS                 00038400
                  OUTPUT ORCPROJ RELPROJ.                               00038500
               PERFORM 4000-TESTARSTATUS.                               00038600
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00038700
               INITIALIZE WRK-TAB-GERAL.                                00038800
                                                                        00038900
               ACCEPT WRK-CARTAO-ANO FROM SYSIN.                        00039000
               IF WRK-CARTAO-ANO-AC NOT NUMERIC                         00039100
                  OR WRK-CARTAO-ANO-AC EQUAL ZEROES                     00039200
                  COMPUTE WRK-ANO-PROJ = WRK-HOJE-ANO + 1               00039300
               ELSE                                                     00039400
                  MOVE WRK-CARTAO-ANO-AC TO WRK-ANO-PROJ                00039500
               END-IF.                                                  00039600
                                                                        00039700
               ACCEPT WRK-CARTAO-DISS FROM SYSIN.                       00039800
               IF WRK-CARTAO-DISS-MES NUMERIC                           00039900
                  AND WRK-CARTAO-DISS-PCT NUMERIC                       00040000
                  AND WRK-CARTAO-DISS-MES GREATER ZEROES                00040100
                  AND WRK-CARTAO-DISS-MES NOT GREATER 12                00040200
                  MOVE WRK-CARTAO-DISS-MES TO WRK-DISS-MES              00040300
                  MOVE WRK-CARTAO-DISS-PCT TO WRK-DISS-PCT              00040400
                  MOVE WRK-DISS-MES        TO WRK-TIT-DISS-MES          00040500
               ELSE                                                     00040600
                  DISPLAY ' SEM DISSIDIO NO ANO PROJETADO'              00040700
                  MOVE ZEROES TO WRK-TIT-DISS-MES                       00040800
               END-IF.                                                  00040900
                                                                        00041000
               MOVE WRK-ANO-PROJ TO WRK-TIT-ANO.                        00041100
               MOVE WRK-DISS-PCT TO WRK-TIT-DISS-PCT.                   00041200
               WRITE FD-RELPROJ FROM WRK-LINHA-TRACO.                   00041300
               WRITE FD-RELPROJ FROM WRK-LINHA-TITULO.                  00041400
               WRITE FD-RELPROJ FROM WRK-LINHA-TRACO.                   00041500
               WRITE FD-RELPROJ FROM WRK-LINHA-CABEC.                   00041600
               WRITE FD-RELPROJ FROM WRK-LINHA-TRACO.                   00041700
       1000-99-FIM.              EXIT.                                  00041800
      *-------------------------------------------------------------*   00041900
       1100-CARREGAR-FAIXAS                     SECTION.                00042000
      *-------------------------------------------------------------*   00042100
            READ FAIXAS                                                 00042200
              AT END                                                    00042300
                MOVE 'S' TO WRK-SW-FIM-FAIXAS                           00042400
            END-READ.                                                   00042500
            PERFORM 4200-TESTARSTATUS-FAIXAS.                           00042600
            IF WRK-FS-FAIXAS EQUAL 00                                   00042700
               EVALUATE FD-FAIXA-TIPO                                   00042800
                 WHEN 'FGTS'                                            00042900
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-FGTS              00043000
                   MOVE 'S' TO WRK-SW-FGTS                              00043100
                 WHEN 'INSP'                                            00043200
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-INSP              00043300
                   MOVE 'S' TO WRK-SW-INSP                              00043400
                 WHEN 'RAT '                                            00043500
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-RAT               00043600
                   MOVE 'S' TO WRK-SW-RAT                               00043700
                 WHEN 'TERC'                                            00043800
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-TERC              00043900
                   MOVE 'S' TO WRK-SW-TERC                              00044000
                 WHEN OTHER                                             00044100
                   CONTINUE                                             00044200
               END-EVALUATE                                             00044300
            END-IF.                                                     00044400
       1100-99-FIM.              EXIT.                                  00044500
      *-------------------------------------------------------------*   00044600
       1150-CONFERIR-ALIQUOTAS                  SECTION.                00044700
      *-------------------------------------------------------------*   00044800
      *   TIPO PATRONAL AUSENTE DO FAIXAS FICA COM A ALIQUOTA LEGAL *   00044900
      *   DE REFERENCIA (A MESMA DO FR19DB46) E O SYSOUT REGISTRA.  *   00045000
      *-------------------------------------------------------------*   00045100
            IF WRK-SW-FGTS NOT EQUAL 'S'                                00045200
               MOVE 8,00 TO WRK-ALIQ-FGTS                               00045300
               DISPLAY ' FAIXA FGTS AUSENTE - ASSUMIDO 8,00'            00045400
            END-IF.                                                     00045500
            IF WRK-SW-INSP NOT EQUAL 'S'                                00045600
               MOVE 20,00 TO WRK-ALIQ-INSP                              00045700
               DISPLAY ' FAIXA INSP AUSENTE - ASSUMIDO 20,00'           00045800
            END-IF.                                                     00045900
            IF WRK-SW-RAT NOT EQUAL 'S'                                 00046000
               MOVE 2,00 TO WRK-ALIQ-RAT                                00046100
               DISPLAY ' FAIXA RAT AUSENTE - ASSUMIDO 2,00'             00046200
            END-IF.                                                     00046300
            IF WRK-SW-TERC NOT EQUAL 'S'                                00046400
               MOVE 5,80 TO WRK-ALIQ-TERC                               00046500
               DISPLAY ' FAIXA TERC AUSENTE - ASSUMIDO 5,80'            00046600
            END-IF.                                                     00046700
            COMPUTE WRK-ALIQ-TOTAL = WRK-ALIQ-FGTS + WRK-ALIQ-INSP      00046800
                                   + WRK-ALIQ-RAT  + WRK-ALIQ-TERC.     00046900
       1150-99-FIM.              EXIT.                                  00047000
      *-------------------------------------------------------------*   00047100
       1200-CARREGAR-QUADRO                     SECTION.                00047200
      *-------------------------------------------------------------*   00047300
            READ QUADUNL                                                00047400
              AT END                                                    00047500
                MOVE 'S' TO WRK-SW-FIM-QDR                              00047600
            END-READ.                                                   00047700
            IF WRK-FS-QUADUNL NOT EQUAL 00                              00047800
               GO TO 1200-99-FIM.                                       00047900
            IF FD-QUADUNL (1:9) EQUAL 'CABECALHO'                       00048000
               OR FD-QUADUNL (1:6) EQUAL 'RODAPE'                       00048100
               GO TO 1200-99-FIM.                                       00048200
            IF FD-UQ-SETOR EQUAL SPACES                                 00048300
               OR FD-UQ-VAGAS NOT NUMERIC                               00048400
               OR FD-UQ-SALORC NOT NUMERIC                              00048500
               DISPLAY ' POSICAO INVALIDA: ' FD-QUADUNL                 00048600
               ADD 1 TO WRK-QTD-IGNORA                                  00048700
               GO TO 1200-99-FIM.                                       00048800
            IF WRK-QTD-QDR LESS 2000                                    00048900
               ADD 1 TO WRK-QTD-QDR                                     00049000
               MOVE FD-UQ-SETOR  TO WRK-QDR-SETOR (WRK-QTD-QDR)         00049100
               MOVE FD-UQ-CARGO  TO WRK-QDR-CARGO (WRK-QTD-QDR)         00049200
               MOVE FD-UQ-VAGAS  TO WRK-QDR-VAGAS (WRK-QTD-QDR)         00049300
               MOVE FD-UQ-SALORC TO WRK-QDR-SALORC (WRK-QTD-QDR)        00049400
               MOVE ZEROES       TO WRK-QDR-OCUPADOS (WRK-QTD-QDR)      00049500
            ELSE                                                        00049600
               DISPLAY ' TABELA DO QUADRO ESGOTADA (2000)'              00049700
               ADD 1 TO WRK-QTD-IGNORA                                  00049800
            END-IF.                                                     00049900
       1200-99-FIM.              EXIT.                                  00050000
      *-------------------------------------------------------------*   00050100
       1500-LER-CARGUNL                         SECTION.                00050200
      *-------------------------------------------------------------*   00050300
      *----IGNORA OS REGISTROS DE CONTROLE DA DESCARGA--------------*   00050400
            MOVE 'N' TO WRK-SW-DADO-CAR.                                00050500
            PERFORM 1510-LER-REG-CARGUNL UNTIL WRK-DADO-CAR-OK.         00050600
       1500-99-FIM.              EXIT.                                  00050700
      *-------------------------------------------------------------*   00050800
       1510-LER-REG-CARGUNL                     SECTION.                00050900
      *-------------------------------------------------------------*   00051000
            READ CARGUNL                                                00051100
              AT END                                                    00051200
                MOVE 99999 TO FD-UG-IDFUNC                              00051300
                MOVE 'S' TO WRK-SW-FIM-CAR                              00051400
                MOVE 'S' TO WRK-SW-DADO-CAR                             00051500
            END-READ.                                                   00051600
            IF WRK-FS-CARGUNL EQUAL 00                                  00051700
               IF FD-CARGUNL (1:9) NOT EQUAL 'CABECALHO'                00051800
                  AND FD-CARGUNL (1:6) NOT EQUAL 'RODAPE'               00051900
                  MOVE 'S' TO WRK-SW-DADO-CAR                           00052000
               END-IF                                                   00052100
            END-IF.                                                     00052200
       1510-99-FIM.              EXIT.                                  00052300
      *-------------------------------------------------------------*   00052400
       2000-PROCESSAR                           SECTION.                00052500
      *-------------------------------------------------------------*   00052600
            READ FUNCUNL                                                00052700
              AT END                                                    00052800
                MOVE 'S' TO WRK-SW-FIM-UNL                              00052900
            END-READ.                                                   00053000
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00053100
            IF WRK-FS-FUNCUNL EQUAL 00                                  00053200
               AND FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'               00053300
               AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'                  00053400
               AND FD-UNL-STATUS EQUAL 'A'                              00053500
               PERFORM 2010-TRATAR-ATIVO                                00053600
            END-IF.                                                     00053700
                                                                        00053800
       2000-99-FIM.              EXIT.                                  00053900
      *-------------------------------------------------------------*   00054000
       2010-TRATAR-ATIVO                        SECTION.                00054100
      *-------------------------------------------------------------*   00054200
            IF FD-UNL-SALARIO NOT NUMERIC                               00054300
               DISPLAY ' SALARIO INVALIDO - ID ' FD-UNL-ID              00054400
               ADD 1 TO WRK-QTD-IGNORA                                  00054500
               GO TO 2010-99-FIM.                                       00054600
            ADD 1 TO WRK-REGLIDOS.                                      00054700
                                                                        00054800
      *----OCUPANTE DA POSICAO SETOR + CARGO (VAGAS EM ABERTO)------*   00054900
            PERFORM 2050-AVANCAR-CARGUNL                                00055000
                    UNTIL FD-UG-IDFUNC GREATER OR EQUAL FD-UNL-ID.      00055100
            IF FD-UG-IDFUNC EQUAL FD-UNL-ID                             00055200
               MOVE FD-UG-CARGO TO WRK-CARGO-FUNC                       00055300
            ELSE                                                        00055400
               MOVE SPACES TO WRK-CARGO-FUNC                            00055500
            END-IF.                                                     00055600
            MOVE ZERO TO WRK-IDX-QDR.                                   00055700
            MOVE 1 TO WRK-SUB-QDR.                                      00055800
            PERFORM 2100-COMPARAR-POSICAO                               00055900
                    UNTIL WRK-SUB-QDR GREATER WRK-QTD-QDR               00056000
                       OR WRK-IDX-QDR GREATER ZERO.                     00056100
            IF WRK-IDX-QDR GREATER ZERO                                 00056200
               ADD 1 TO WRK-QDR-OCUPADOS (WRK-IDX-QDR)                  00056300
            END-IF.                                                     00056400
                                                                        00056500
            MOVE FD-UNL-SETOR TO WRK-SETOR-BUSCA.                       00056600
            PERFORM 2200-LOCALIZAR-SETOR.                               00056700
            IF WRK-IDX-SETOR EQUAL ZERO                                 00056800
               ADD 1 TO WRK-QTD-IGNORA                                  00056900
               GO TO 2010-99-FIM.                                       00057000
                                                                        00057100
            MOVE FD-UNL-SALARIO TO WRK-SAL-ANTES.                       00057200
            COMPUTE WRK-SAL-DEPOIS ROUNDED =                            00057300
                    WRK-SAL-ANTES * (100 + WRK-DISS-PCT) / 100.         00057400
                                                                        00057500
            MOVE 1 TO WRK-MES.                                          00057600
            PERFORM 2300-PROJETAR-SALARIO UNTIL WRK-MES GREATER 12.     00057700
                                                                        00057800
      *----13O: METADE EM NOVEMBRO, O RESTO EM DEZEMBRO-------------*   00057900
            MOVE 12 TO WRK-MES.                                         00058000
            PERFORM 2350-SALARIO-DO-MES.                                00058100
            COMPUTE WRK-PARCELA ROUNDED = WRK-SAL-MES / 2.              00058200
            ADD WRK-PARCELA TO WRK-PRJ-13S (WRK-IDX-SETOR, 11).         00058300
            COMPUTE WRK-PARCELA = WRK-SAL-MES - WRK-PARCELA.            00058400
            ADD WRK-PARCELA TO WRK-PRJ-13S (WRK-IDX-SETOR, 12).         00058500
                                                                        00058600
            PERFORM 2360-PROJETAR-FERIAS.                               00058700
                                                                        00058800
       2010-99-FIM.              EXIT.                                  00058900
      *-------------------------------------------------------------*   00059000
       2050-AVANCAR-CARGUNL                     SECTION.                00059100
      *-------------------------------------------------------------*   00059200
            PERFORM 1500-LER-CARGUNL.                                   00059300
       2050-99-FIM.              EXIT.                                  00059400
      *-------------------------------------------------------------*   00059500
       2100-COMPARAR-POSICAO                    SECTION.                00059600
      *-------------------------------------------------------------*   00059700
            IF WRK-QDR-SETOR (WRK-SUB-QDR) EQUAL FD-UNL-SETOR           00059800
               AND WRK-QDR-CARGO (WRK-SUB-QDR) EQUAL WRK-CARGO-FUNC     00059900
               MOVE WRK-SUB-QDR TO WRK-IDX-QDR                          00060000
            END-IF.                                                     00060100
            ADD 1 TO WRK-SUB-QDR.                                       00060200
       2100-99-FIM.              EXIT.                                  00060300
      *-------------------------------------------------------------*   00060400
       2200-LOCALIZAR-SETOR                     SECTION.                00060500
      *-------------------------------------------------------------*   00060600
      *   DEVOLVE EM WRK-IDX-SETOR A LINHA DO SETOR PROCURADO.      *   00060700
      *   SETOR NOVO E INSERIDO NA POSICAO DA ORDEM CRESCENTE,      *   00060800
      *   DESLOCANDO OS MAIORES; TABELA CHEIA DEVOLVE ZERO.         *   00060900
      *-------------------------------------------------------------*   00061000
            MOVE ZERO TO WRK-IDX-SETOR.                                 00061100
            MOVE 1 TO WRK-SUB-SETORES.                                  00061200
            PERFORM 2210-COMPARAR-SETOR                                 00061300
                    UNTIL WRK-SUB-SETORES GREATER WRK-QTD-SETORES       00061400
                       OR WRK-IDX-SETOR GREATER ZERO.                   00061500
            IF WRK-IDX-SETOR GREATER ZERO                               00061600
               AND WRK-PRJ-SETOR (WRK-IDX-SETOR) EQUAL                  00061700
                   WRK-SETOR-BUSCA                                      00061800
               GO TO 2200-99-FIM.                                       00061900
                                                                        00062000
            IF WRK-QTD-SETORES NOT LESS 100                             00062100
               DISPLAY ' TABELA DE SETORES ESGOTADA (100) - SETOR '     00062200
                       WRK-SETOR-BUSCA                                  00062300
               MOVE ZERO TO WRK-IDX-SETOR                               00062400
               GO TO 2200-99-FIM.                                       00062500
                                                                        00062600
            IF WRK-IDX-SETOR EQUAL ZERO                                 00062700
               COMPUTE WRK-IDX-SETOR = WRK-QTD-SETORES + 1              00062800
            END-IF.                                                     00062900
            ADD 1 TO WRK-QTD-SETORES.                                   00063000
            MOVE WRK-QTD-SETORES TO WRK-SUB-DESLOC.                     00063100
            PERFORM 2220-DESLOCAR-SETOR                                 00063200
                    UNTIL WRK-SUB-DESLOC NOT GREATER WRK-IDX-SETOR.     00063300
            INITIALIZE WRK-PRJ-LINHA (WRK-IDX-SETOR).                   00063400
            MOVE WRK-SETOR-BUSCA TO WRK-PRJ-SETOR (WRK-IDX-SETOR).      00063500
       2200-99-FIM.              EXIT.                                  00063600
      *-------------------------------------------------------------*   00063700
       2210-COMPARAR-SETOR                      SECTION.                00063800
      *-------------------------------------------------------------*   00063900
      *----PARA NO PRIMEIRO SETOR IGUAL OU MAIOR QUE O PROCURADO----*   00064000
            IF WRK-PRJ-SETOR (WRK-SUB-SETORES) NOT LESS                 00064100
               WRK-SETOR-BUSCA                                          00064200
               MOVE WRK-SUB-SETORES TO WRK-IDX-SETOR                    00064300
            END-IF.                                                     00064400
            ADD 1 TO WRK-SUB-SETORES.                                   00064500
       2210-99-FIM.              EXIT.                                  00064600
      *-------------------------------------------------------------*   00064700
       2220-DESLOCAR-SETOR                      SECTION.                00064800
      *-------------------------------------------------------------*   00064900
            MOVE WRK-PRJ-LINHA (WRK-SUB-DESLOC - 1)                     00065000
              TO WRK-PRJ-LINHA (WRK-SUB-DESLOC).                        00065100
            SUBTRACT 1 FROM WRK-SUB-DESLOC.                             00065200
       2220-99-FIM.              EXIT.                                  00065300
      *-------------------------------------------------------------*   00065400
       2300-PROJETAR-SALARIO                    SECTION.                00065500
      *-------------------------------------------------------------*   00065600
            PERFORM 2350-SALARIO-DO-MES.                                00065700
            ADD WRK-SAL-MES TO WRK-PRJ-SAL (WRK-IDX-SETOR, WRK-MES).    00065800
            ADD 1 TO WRK-MES.                                           00065900
       2300-99-FIM.              EXIT.                                  00066000
      *-------------------------------------------------------------*   00066100
       2350-SALARIO-DO-MES                      SECTION.                00066200
      *-------------------------------------------------------------*   00066300
            IF WRK-MES LESS WRK-DISS-MES                                00066400
               MOVE WRK-SAL-ANTES  TO WRK-SAL-MES                       00066500
            ELSE                                                        00066600
               MOVE WRK-SAL-DEPOIS TO WRK-SAL-MES                       00066700
            END-IF.                                                     00066800
       2350-99-FIM.              EXIT.                                  00066900
      *-------------------------------------------------------------*   00067000
       2360-PROJETAR-FERIAS                     SECTION.                00067100
      *-------------------------------------------------------------*   00067200
      *   O TERCO DE FERIAS CAI NO MES DO ANIVERSARIO DA ADMISSAO,  *   00067300
      *   QUANDO VENCE O PERIODO AQUISITIVO; ADMITIDO NO PROPRIO    *   00067400
      *   ANO PROJETADO (OU DEPOIS) AINDA NAO COMPLETA PERIODO.     *   00067500
      *-------------------------------------------------------------*   00067600
            MOVE FD-UNL-DATAADM TO WRK-DATAADM-X.                       00067700
            IF WRK-ADM-ANO NOT NUMERIC                                  00067800
               OR WRK-ADM-MES NOT NUMERIC                               00067900
               OR WRK-ADM-MES EQUAL ZEROES                              00068000
               OR WRK-ADM-MES GREATER 12                                00068100
               DISPLAY ' DATAADM INVALIDA - ID ' FD-UNL-ID              00068200
                       ' SEM FERIAS PROJETADAS'                         00068300
               ADD 1 TO WRK-QTD-SEMDATA                                 00068400
               GO TO 2360-99-FIM.                                       00068500
            IF WRK-ADM-ANO NOT LESS WRK-ANO-PROJ                        00068600
               GO TO 2360-99-FIM.                                       00068700
                                                                        00068800
            MOVE WRK-ADM-MES TO WRK-MES.                                00068900
            PERFORM 2350-SALARIO-DO-MES.                                00069000
            COMPUTE WRK-PARCELA ROUNDED = WRK-SAL-MES / 3.              00069100
            ADD WRK-PARCELA TO WRK-PRJ-FER (WRK-IDX-SETOR, WRK-MES).    00069200
            ADD 1 TO WRK-QTD-FERIAS.                                    00069300
       2360-99-FIM.              EXIT.                                  00069400
      *-------------------------------------------------------------*   00069500
       2400-PROJETAR-VAGAS                      SECTION.                00069600
      *-------------------------------------------------------------*   00069700
            IF WRK-QDR-VAGAS (WRK-SUB-QDR) GREATER                      00069800
               WRK-QDR-OCUPADOS (WRK-SUB-QDR)                           00069900
               PERFORM 2420-PROJETAR-POSICAO                            00070000
            END-IF.                                                     00070100
            ADD 1 TO WRK-SUB-QDR.                                       00070200
       2400-99-FIM.              EXIT.                                  00070300
      *-------------------------------------------------------------*   00070400
       2420-PROJETAR-POSICAO                    SECTION.                00070500
      *-------------------------------------------------------------*   00070600
      *   VAGA APROVADA EM ABERTO ENTRA A SALARIO ORCADO O ANO TODO *   00070700
      *   (COM DISSIDIO E 13O, SEM FERIAS: NAO COMPLETA PERIODO).   *   00070800
      *-------------------------------------------------------------*   00070900
            COMPUTE WRK-VAGOS = WRK-QDR-VAGAS (WRK-SUB-QDR)             00071000
                              - WRK-QDR-OCUPADOS (WRK-SUB-QDR).         00071100
            MOVE WRK-QDR-SETOR (WRK-SUB-QDR) TO WRK-SETOR-BUSCA.        00071200
            PERFORM 2200-LOCALIZAR-SETOR.                               00071300
            IF WRK-IDX-SETOR EQUAL ZERO                                 00071400
               ADD 1 TO WRK-QTD-IGNORA                                  00071500
               GO TO 2420-99-FIM.                                       00071600
            ADD WRK-VAGOS TO WRK-QTD-VAGAS.                             00071700
                                                                        00071800
            COMPUTE WRK-SAL-ANTES = WRK-VAGOS                           00071900
                                  * WRK-QDR-SALORC (WRK-SUB-QDR).       00072000
            COMPUTE WRK-SAL-DEPOIS ROUNDED =                            00072100
                    WRK-SAL-ANTES * (100 + WRK-DISS-PCT) / 100.         00072200
            MOVE 1 TO WRK-MES.                                          00072300
            PERFORM 2410-PROJETAR-VAGA-MES UNTIL WRK-MES GREATER 12.    00072400
                                                                        00072500
            MOVE 12 TO WRK-MES.                                         00072600
            PERFORM 2350-SALARIO-DO-MES.                                00072700
            COMPUTE WRK-PARCELA ROUNDED = WRK-SAL-MES / 2.              00072800
            ADD WRK-PARCELA TO WRK-PRJ-13S (WRK-IDX-SETOR, 11).         00072900
            COMPUTE WRK-PARCELA = WRK-SAL-MES - WRK-PARCELA.            00073000
            ADD WRK-PARCELA TO WRK-PRJ-13S (WRK-IDX-SETOR, 12).         00073100
       2420-99-FIM.              EXIT.                                  00073200
      *-------------------------------------------------------------*   00073300
       2410-PROJETAR-VAGA-MES                   SECTION.                00073400
      *-------------------------------------------------------------*   00073500
            PERFORM 2350-SALARIO-DO-MES.                                00073600
            ADD WRK-SAL-MES TO WRK-PRJ-VAG (WRK-IDX-SETOR, WRK-MES).    00073700
            ADD 1 TO WRK-MES.                                           00073800
       2410-99-FIM.              EXIT.                                  00073900
      *-------------------------------------------------------------*   00074000
       2500-IMPRIMIR-SETOR                      SECTION.                00074100
      *-------------------------------------------------------------*   00074200
            MOVE ZEROES TO WRK-SET-SAL WRK-SET-13S WRK-SET-FER          00074300
                           WRK-SET-VAG WRK-SET-ENC WRK-SET-TOTAL.       00074400
            MOVE 1 TO WRK-MES.                                          00074500
            PERFORM 2600-IMPRIMIR-MES UNTIL WRK-MES GREATER 12.         00074600
                                                                        00074700
            MOVE SPACES TO WRK-TOT-ROTULO.                              00074800
            MOVE 'TOTAL' TO WRK-TOT-ROTULO (1:5).                       00074900
            MOVE WRK-PRJ-SETOR (WRK-SUB-SETORES)                        00075000
              TO WRK-TOT-ROTULO (7:4).                                  00075100
            MOVE WRK-SET-SAL   TO WRK-TOT-SAL.                          00075200
            MOVE WRK-SET-13S   TO WRK-TOT-13S.                          00075300
            MOVE WRK-SET-FER   TO WRK-TOT-FER.                          00075400
            MOVE WRK-SET-VAG   TO WRK-TOT-VAG.                          00075500
            MOVE WRK-SET-ENC   TO WRK-TOT-ENC.                          00075600
            MOVE WRK-SET-TOTAL TO WRK-TOT-TOTAL.                        00075700
            WRITE FD-RELPROJ FROM WRK-LINHA-TOTAL.                      00075800
            WRITE FD-RELPROJ FROM WRK-LINHA-TRACO.                      00075900
            ADD 1 TO WRK-SUB-SETORES.                                   00076000
       2500-99-FIM.              EXIT.                                  00076100
      *-------------------------------------------------------------*   00076200
       2600-IMPRIMIR-MES                        SECTION.                00076300
      *-------------------------------------------------------------*   00076400
            COMPUTE WRK-BASE = WRK-PRJ-SAL (WRK-SUB-SETORES, WRK-MES)   00076500
                             + WRK-PRJ-13S (WRK-SUB-SETORES, WRK-MES)   00076600
                             + WRK-PRJ-FER (WRK-SUB-SETORES, WRK-MES)   00076700
                             + WRK-PRJ-VAG (WRK-SUB-SETORES, WRK-MES).  00076800
            COMPUTE WRK-PRJ-ENC (WRK-SUB-SETORES, WRK-MES) ROUNDED =    00076900
                    WRK-BASE * WRK-ALIQ-TOTAL / 100.                    00077000
            COMPUTE WRK-TOTAL-MES = WRK-BASE                            00077100
                    + WRK-PRJ-ENC (WRK-SUB-SETORES, WRK-MES).           00077200
                                                                        00077300
            MOVE WRK-PRJ-SETOR (WRK-SUB-SETORES) TO WRK-DET-SETOR.      00077400
            MOVE WRK-ANO-PROJ TO WRK-OP-MES (1:4).                      00077500
            MOVE WRK-MES      TO WRK-OP-MES (5:2).                      00077600
            MOVE WRK-OP-MES   TO WRK-DET-MES.                           00077700
            MOVE WRK-PRJ-SAL (WRK-SUB-SETORES, WRK-MES) TO WRK-DET-SAL. 00077800
            MOVE WRK-PRJ-13S (WRK-SUB-SETORES, WRK-MES) TO WRK-DET-13S. 00077900
            MOVE WRK-PRJ-FER (WRK-SUB-SETORES, WRK-MES) TO WRK-DET-FER. 00078000
            MOVE WRK-PRJ-VAG (WRK-SUB-SETORES, WRK-MES) TO WRK-DET-VAG. 00078100
            MOVE WRK-PRJ-ENC (WRK-SUB-SETORES, WRK-MES) TO WRK-DET-ENC. 00078200
            MOVE WRK-TOTAL-MES TO WRK-DET-TOTAL.                        00078300
            WRITE FD-RELPROJ FROM WRK-LINHA-DETALHE.                    00078400
                                                                        00078500
      *----ORCPROJ: UM REGISTRO POR SETOR E MES, LAYOUT DO ORCAMENT--*  00078600
            MOVE WRK-PRJ-SETOR (WRK-SUB-SETORES) TO WRK-OP-SETOR.       00078700
            MOVE WRK-TOTAL-MES TO WRK-OP-VALOR.                         00078800
            WRITE FD-ORCPROJ FROM WRK-REG-ORCPROJ.                      00078900
            IF WRK-FS-ORCPROJ NOT EQUAL 00                              00079000
               MOVE 'ERRO NA GRAVACAO ORCPROJ' TO WRK-MSGERRO           00079100
               MOVE '2600'                     TO WRK-SECAO             00079200
               MOVE WRK-FS-ORCPROJ             TO WRK-STATUS            00079300
               PERFORM 9000-TRATAERROS                                  00079400
            END-IF.                                                     00079500
            ADD 1 TO WRK-QTD-ORCPROJ.                                   00079600
                                                                        00079700
            ADD WRK-PRJ-SAL (WRK-SUB-SETORES, WRK-MES) TO WRK-SET-SAL   00079800
                                                 WRK-GER-SAL (WRK-MES). 00079900
            ADD WRK-PRJ-13S (WRK-SUB-SETORES, WRK-MES) TO WRK-SET-13S   00080000
                                                 WRK-GER-13S (WRK-MES). 00080100
            ADD WRK-PRJ-FER (WRK-SUB-SETORES, WRK-MES) TO WRK-SET-FER   00080200
                                                 WRK-GER-FER (WRK-MES). 00080300
            ADD WRK-PRJ-VAG (WRK-SUB-SETORES, WRK-MES) TO WRK-SET-VAG   00080400
                                                 WRK-GER-VAG (WRK-MES). 00080500
            ADD WRK-PRJ-ENC (WRK-SUB-SETORES, WRK-MES) TO WRK-SET-ENC   00080600
                                                 WRK-GER-ENC (WRK-MES). 00080700
            ADD WRK-TOTAL-MES TO WRK-SET-TOTAL.                         00080800
            ADD 1 TO WRK-MES.                                           00080900
       2600-99-FIM.              EXIT.                                  00081000
      *-------------------------------------------------------------*   00081100
       2700-IMPRIMIR-TOTAL-GERAL                SECTION.                00081200
      *-------------------------------------------------------------*   00081300
            MOVE ZEROES TO WRK-SET-SAL WRK-SET-13S WRK-SET-FER          00081400
                           WRK-SET-VAG WRK-SET-ENC WRK-SET-TOTAL.       00081500
            MOVE 1 TO WRK-MES.                                          00081600
            PERFORM 2710-IMPRIMIR-GERAL-MES UNTIL WRK-MES GREATER 12.   00081700
                                                                        00081800
            MOVE 'TOTAL GERAL' TO WRK-TOT-ROTULO.                       00081900
            MOVE WRK-SET-SAL   TO WRK-TOT-SAL.                          00082000
            MOVE WRK-SET-13S   TO WRK-TOT-13S.                          00082100
            MOVE WRK-SET-FER   TO WRK-TOT-FER.                          00082200
            MOVE WRK-SET-VAG   TO WRK-TOT-VAG.                          00082300
            MOVE WRK-SET-ENC   TO WRK-TOT-ENC.                          00082400
            MOVE WRK-SET-TOTAL TO WRK-TOT-TOTAL.                        00082500
            WRITE FD-RELPROJ FROM WRK-LINHA-TOTAL.                      00082600
            MOVE WRK-SET-TOTAL TO WRK-TOT-GERAL.                        00082700
       2700-99-FIM.              EXIT.                                  00082800
      *-------------------------------------------------------------*   00082900
       2710-IMPRIMIR-GERAL-MES                  SECTION.                00083000
      *-------------------------------------------------------------*   00083100
            COMPUTE WRK-BASE = WRK-GER-SAL (WRK-MES)                    00083200
                             + WRK-GER-13S (WRK-MES)                    00083300
                             + WRK-GER-FER (WRK-MES)                    00083400
                             + WRK-GER-VAG (WRK-MES)                    00083500
                             + WRK-GER-ENC (WRK-MES).                   00083600
            MOVE 'GER.'       TO WRK-DET-SETOR.                         00083700
            MOVE WRK-ANO-PROJ TO WRK-OP-MES (1:4).                      00083800
            MOVE WRK-MES      TO WRK-OP-MES (5:2).                      00083900
            MOVE WRK-OP-MES   TO WRK-DET-MES.                           00084000
            MOVE WRK-GER-SAL (WRK-MES) TO WRK-DET-SAL.                  00084100
            MOVE WRK-GER-13S (WRK-MES) TO WRK-DET-13S.                  00084200
            MOVE WRK-GER-FER (WRK-MES) TO WRK-DET-FER.                  00084300
            MOVE WRK-GER-VAG (WRK-MES) TO WRK-DET-VAG.                  00084400
            MOVE WRK-GER-ENC (WRK-MES) TO WRK-DET-ENC.                  00084500
            MOVE WRK-BASE              TO WRK-DET-TOTAL.                00084600
            WRITE FD-RELPROJ FROM WRK-LINHA-DETALHE.                    00084700
                                                                        00084800
            ADD WRK-GER-SAL (WRK-MES) TO WRK-SET-SAL.                   00084900
            ADD WRK-GER-13S (WRK-MES) TO WRK-SET-13S.                   00085000
            ADD WRK-GER-FER (WRK-MES) TO WRK-SET-FER.                   00085100
            ADD WRK-GER-VAG (WRK-MES) TO WRK-SET-VAG.                   00085200
            ADD WRK-GER-ENC (WRK-MES) TO WRK-SET-ENC.                   00085300
            ADD WRK-BASE              TO WRK-SET-TOTAL.                 00085400
            ADD 1 TO WRK-MES.                                           00085500
       2710-99-FIM.              EXIT.                                  00085600
      *-------------------------------------------------------------*   00085700
       3000-FINALIZAR                           SECTION.                00085800
      *-------------------------------------------------------------*   00085900
             WRITE FD-RELPROJ FROM WRK-LINHA-TRACO.                     00086000
                                                                        00086100
             CLOSE FUNCUNL CARGUNL QUADUNL FAIXAS ORCPROJ RELPROJ.      00086200
              DISPLAY ' ============================================'.  00086300
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB58          '.  00086400
              DISPLAY ' ============================================'.  00086500
              DISPLAY ' ANO PROJETADO..............' WRK-ANO-PROJ.      00086600
              DISPLAY ' DISSIDIO MES/PERCENTUAL....' WRK-DISS-MES       00086700
                      ' / ' WRK-DISS-PCT.                               00086800
              DISPLAY ' ALIQUOTA PATRONAL TOTAL....' WRK-ALIQ-TOTAL.    00086900
              DISPLAY ' ATIVOS PROJETADOS..........' WRK-REGLIDOS.      00087000
              DISPLAY ' FERIAS PROJETADAS..........' WRK-QTD-FERIAS.    00087100
              DISPLAY ' ATIVOS SEM DATAADM VALIDA..' WRK-QTD-SEMDATA.   00087200
              DISPLAY ' VAGAS EM ABERTO PROJETADAS.' WRK-QTD-VAGAS.     00087300
              DISPLAY ' SETORES....................' WRK-QTD-SETORES.   00087400
              DISPLAY ' REGISTROS ORCPROJ..........' WRK-QTD-ORCPROJ.   00087500
              DISPLAY ' CUSTO PROJETADO NO ANO.....' WRK-TOT-GERAL.     00087600
              DISPLAY ' REGISTROS IGNORADOS........' WRK-QTD-IGNORA.    00087700
              DISPLAY ' ============================================'.  00087800
              IF WRK-QTD-SEMDATA GREATER ZEROES                         00087900
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00088000
                 MOVE 4 TO RETURN-CODE                                  00088100
              END-IF.                                                   00088200
                                                                        00088300
       3000-99-FIM.              EXIT.                                  00088400
      *-------------------------------------------------------------*   00088500
       4000-TESTARSTATUS                            SECTION.            00088600
      *-------------------------------------------------------------*   00088700
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00088800
                 PERFORM 4200-TESTARSTATUS-FAIXAS.                      00088900
                 IF WRK-FS-QUADUNL NOT EQUAL 00                         00089000
                    AND WRK-FS-QUADUNL NOT EQUAL 10                     00089100
                   MOVE 'ERRO NO QUADUNL       ' TO WRK-MSGERRO         00089200
                   MOVE '1200'                   TO WRK-SECAO           00089300
                   MOVE WRK-FS-QUADUNL           TO WRK-STATUS          00089400
                    PERFORM 9000-TRATAERROS                             00089500
                 END-IF.                                                00089600
                 IF WRK-FS-CARGUNL NOT EQUAL 00                         00089700
                    AND WRK-FS-CARGUNL NOT EQUAL 10                     00089800
                   MOVE 'ERRO NO CARGUNL       ' TO WRK-MSGERRO         00089900
                   MOVE '1500'                   TO WRK-SECAO           00090000
                   MOVE WRK-FS-CARGUNL           TO WRK-STATUS          00090100
                    PERFORM 9000-TRATAERROS                             00090200
                 END-IF.                                                00090300
                 IF WRK-FS-ORCPROJ NOT EQUAL 00                         00090400
                   MOVE 'ERRO NO OPEN ORCPROJ  ' TO WRK-MSGERRO         00090500
                   MOVE '1000'                   TO WRK-SECAO           00090600
                   MOVE WRK-FS-ORCPROJ           TO WRK-STATUS          00090700
                    PERFORM 9000-TRATAERROS                             00090800
                 END-IF.                                                00090900
                 IF WRK-FS-RELPROJ NOT EQUAL 00                         00091000
                   MOVE 'ERRO NO OPEN RELPROJ  ' TO WRK-MSGERRO         00091100
                   MOVE '1000'                   TO WRK-SECAO           00091200
                   MOVE WRK-FS-RELPROJ           TO WRK-STATUS          00091300
                    PERFORM 9000-TRATAERROS                             00091400
                 END-IF.                                                00091500
                                                                        00091600
       4000-99-FIM.              EXIT.                                  00091700
      *-------------------------------------------------------------*   00091800
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00091900
      *-------------------------------------------------------------*   00092000
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00092100
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00092200
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00092300
                 MOVE '2000'                   TO WRK-SECAO             00092400
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00092500
                  PERFORM 9000-TRATAERROS                               00092600
               END-IF.                                                  00092700
                                                                        00092800
       4100-99-FIM.              EXIT.                                  00092900
      *-------------------------------------------------------------*   00093000
       4200-TESTARSTATUS-FAIXAS                     SECTION.            00093100
      *-------------------------------------------------------------*   00093200
               IF WRK-FS-FAIXAS NOT EQUAL 00                            00093300
                           AND WRK-FS-FAIXAS NOT EQUAL 10               00093400
                 MOVE 'ERRO NO FAIXAS        ' TO WRK-MSGERRO           00093500
                 MOVE '1100'                   TO WRK-SECAO             00093600
                 MOVE WRK-FS-FAIXAS            TO WRK-STATUS            00093700
                  PERFORM 9000-TRATAERROS                               00093800
               END-IF.                                                  00093900
                                                                        00094000
       4200-99-FIM.              EXIT.                                  00094100
      *-------------------------------------------------------------*   00094200
       9000-TRATAERROS                              SECTION.            00094300
      *-------------------------------------------------------------*   00094400
           MOVE 'FR19DB58' TO WRK-PROGRAMA                              00094500
           MOVE 'E'        TO WRK-SEVERIDADE                            00094600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00094700
           GOBACK.                                                      00094800
                                                                        00094900
       9000-99-FIM.              EXIT.                                  00095000
