      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ARQ1914.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: INADIMPLENCIA DE MENSALIDADES. O ARQ1911 COBRA  *   00001200
      *    A MATRICULA POR DEBITO EM CONTA (MOVMENS) OU BOLETO, MAS *   00001300
      *    O DEBITO RECUSADO NA POSTAGEM (MOV0106R) E O BOLETO NAO  *   00001400
      *    PAGO NAO IMPEDIAM A MATRICULA SEGUINTE. ESTE PROGRAMA    *   00001500
      *    MONTA O INADIMP, UMA LINHA POR MENSALIDADE DEVIDA:       *   00001600
      *     TITULO - TITULO DE ORIGEM MAT DO CADASTRO DE CONTAS A   *   00001700
      *              RECEBER (ARCAD) EM ABERTO OU PAGO EM PARTE,    *   00001800
      *              VENCIDO HA MAIS DIAS QUE A TOLERANCIA, PELO    *   00001900
      *              SALDO                                          *   00002000
      *     DEBITO - DEBITO DE MENSALIDADE DO MOVMENS RECUSADO NO   *   00002100
      *              MOV0106R (CASADO POR AGENCIA + CONTA + VALOR,  *   00002200
      *              POIS O MOV0106R NAO TRAZ O HISTORICO), COM O   *   00002300
      *              ALUNO PELO ALUCONTA; ENTRA SEM TOLERANCIA      *   00002400
      *    O DEBITO RECUSADO SAI TAMBEM NO RECINAD (LAYOUT #RECEB,  *   00002500
      *    ORIGEM MAT) PARA VIRAR TITULO NO ARCAD PELO FR19EX59 E   *   00002600
      *    SER COBRADO E BAIXADO COMO UM BOLETO; DEBITO QUE JA TEM  *   00002700
      *    TITULO NO ARCAD (MESMO ALUNO, DOCUMENTO E VENCIMENTO)    *   00002800
      *    NAO SE REPETE. CONTA SEM ALUNO NO ALUCONTA SAI NO        *   00002900
      *    RELATORIO (RC=4).                                        *   00003000
      *    DIAS DE ATRASO = DIAS CORRIDOS DO VENCIMENTO ATE A DATA  *   00003100
      *    DO CICLO, NAS FAIXAS 0-30, 31-60, 61-90 E +90.           *   00003200
      *    O INADIMP (CABECALHO/RODAPE COM QUANTIDADE E SOMA EM     *   00003300
      *    CENTAVOS) E LIDO PELO ARQ1906, QUE SEGURA A MATRICULA    *   00003400
      *    NOVA DO ALUNO INADIMPLENTE. O RELINAD VAI PARA A         *   00003500
      *    SECRETARIA, AGRUPADO POR CURSO E TURMA.                  *   00003600
      *    MOVMENS E MOV0106R SAO OPCIONAIS (CICLO SEM DEBITOS).    *   00003700
      *    NO FIM, QUANTIDADE E VALOR DOS DEBITOS DE MENSALIDADE    *   00003710
      *    LIDOS DO MOVMENS SAO DEPOSITADOS NO RAZAO DE CONTROLE    *   00003720
      *    (GRAVCTL/CTLLEDG) PARA O FR19CTL CONFERIR CONTRA O       *   00003730
      *    ARQ1911.                                                 *   00003740
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003800
      *    CARTAO SYSIN 2: TOLERANCIA EM DIAS (9(03); ZEROS = 0)    *   00003900
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    ARCAD                I                  -----------      *   00004400
      *    ALUCONTA             I                  -----------      *   00004500
      *    MOVMENS              I                  -----------      *   00004600
      *    MOV0106R             I                  -----------      *   00004700
      *    INADIMP              O                  -----------      *   00004800
      *    RECINAD              O                  #RECEB           *   00004900
      *    RELINAD              O                  -----------      *   00005000
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00005010
      *-------------------------------------------------------------*   00005100
      *   MODULOS....:                             INCLUDE/BOOK     *   00005200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005300
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00005310
      *=============================================================*   00005400
                                                                        00005500
      *=============================================================*   00005600
       ENVIRONMENT                               DIVISION.              00005700
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       CONFIGURATION                               SECTION.             00006100
      *=============================================================*   00006200
       SPECIAL-NAMES.                                                   00006300
           DECIMAL-POINT IS COMMA.                                      00006400
                                                                        00006500
       INPUT-OUTPUT                                SECTION.             00006600
       FILE-CONTROL.                                                    00006700
            SELECT ARCAD ASSIGN TO ARCAD                                00006800
                 FILE STATUS IS WRK-FS-ARCAD.                           00006900
                                                                        00007000
            SELECT ALUCONTA ASSIGN TO ALUCONTA                          00007100
                 FILE STATUS IS WRK-FS-ALUCONTA.                        00007200
                                                                        00007300
            SELECT MOVMENS ASSIGN TO MOVMENS                            00007400
                 FILE STATUS IS WRK-FS-MOVMENS.                         00007500
                                                                        00007600
            SELECT MOV0106R ASSIGN TO MOV0106R                          00007700
                 FILE STATUS IS WRK-FS-MOV0106R.                        00007800
                                                                        00007900
            SELECT INADIMP ASSIGN TO INADIMP                            00008000
                 FILE STATUS IS WRK-FS-INADIMP.                         00008100
                                                                        00008200
            SELECT RECINAD ASSIGN TO RECINAD                            00008300
                 FILE STATUS IS WRK-FS-RECINAD.                         00008400
                                                                        00008500
            SELECT RELINAD ASSIGN TO RELINAD                            00008600
                 FILE STATUS IS WRK-FS-RELINAD.                         00008700
                                                                        00008800
      *=============================================================*   00008900
       DATA                                      DIVISION.              00009000
      *=============================================================*   00009100
       FILE                                      SECTION.               00009200
       FD ARCAD                                                         00009300
           RECORDING MODE IS F                                          00009400
           LABEL RECORD IS STANDARD                                     00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
      *-------------------LRECL 150-----------------------------------* 00009700
       01 FD-ARCAD.                                                     00009800
          05 FD-AR-NOSSONUM         PIC 9(10).                          00009900
          05 FD-AR-ORIGEM           PIC X(03).                          00010000
          05 FD-AR-CLIENTE          PIC X(10).                          00010100
          05 FD-AR-NOME             PIC X(30).                          00010200
          05 FD-AR-DOCUMENTO.                                           00010300
             10 FD-AR-DOC-CURSO     PIC X(04).                          00010400
             10 FILLER              PIC X(06).                          00010500
             10 FD-AR-DOC-TURMA     PIC X(02).                          00010600
          05 FD-AR-EMISSAO          PIC 9(08).                          00010700
          05 FD-AR-VENCIMENTO       PIC 9(08).                          00010800
          05 FD-AR-VALOR            PIC 9(09)V99.                       00010900
          05 FD-AR-SALDO            PIC 9(09)V99.                       00011000
          05 FD-AR-VLR-PAGO         PIC 9(09)V99.                       00011100
          05 FD-AR-VLR-ENCARGOS     PIC 9(09)V99.                       00011200
          05 FD-AR-DATA-ULTPAG      PIC 9(08).                          00011300
          05 FD-AR-SW-MULTA         PIC X(01).                          00011400
          05 FD-AR-SITUACAO         PIC X(01).                          00011500
          05 FILLER                 PIC X(15).                          00011600
                                                                        00011700
       FD ALUCONTA                                                      00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
      *-----------------------LRECL 20------------------------------*   00012200
       01 FD-ALUCONTA.                                                  00012300
          05 FD-ALC-MATRICULA    PIC 9(06).                             00012400
          05 FD-ALC-AGENCIA      PIC X(04).                             00012500
          05 FD-ALC-CONTA        PIC X(04).                             00012600
          05 FILLER              PIC X(06).                             00012700
                                                                        00012800
       FD MOVMENS                                                       00012900
           RECORDING MODE IS F                                          00013000
           LABEL RECORD IS STANDARD                                     00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
      *-----------------------LRECL 55------------------------------*   00013300
       01 FD-MOVMENS.                                                   00013400
          05 FD-MM-AGENCIA       PIC X(04).                             00013500
          05 FD-MM-CONTA         PIC X(04).                             00013600
          05 FD-MM-MOVIMENTO.                                           00013700
             10 FD-MM-HISTORICO  PIC X(12).                             00013800
             10 FD-MM-CURSO      PIC X(04).                             00013900
             10 FILLER           PIC X(07).                             00014000
             10 FD-MM-TURMA      PIC X(02).                             00014100
             10 FILLER           PIC X(05).                             00014200
          05 FD-MM-VLRMOVIMENTO  PIC 9(08).                             00014300
          05 FD-MM-TIPOMOV       PIC X(01).                             00014400
          05 FD-MM-DATAVALOR     PIC 9(08).                             00014500
                                                                        00014600
       FD MOV0106R                                                      00014700
           RECORDING MODE IS F                                          00014800
           LABEL RECORD IS STANDARD                                     00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
      *-------------------LRECL 85------------------------------------* 00015100
       01 FD-MOV0106R.                                                  00015200
          05 FD-REJ-AGENCIA      PIC X(04).                             00015300
          05 FD-REJ-CONTA        PIC X(04).                             00015400
          05 FD-REJ-NOME         PIC X(30).                             00015500
          05 FD-REJ-SALDO        PIC S9(08).                            00015600
          05 FD-REJ-VLRMOVIMENTO PIC 9(08).                             00015700
          05 FD-REJ-MOTIVO       PIC X(30).                             00015800
          05 FD-REJ-TIPOMOV      PIC X(01).                             00015900
                                                                        00016000
       FD INADIMP                                                       00016100
           RECORDING MODE IS F.                                         00016200
      *-------------------LRECL 80------------------------------------* 00016300
       01 FD-INADIMP.                                                   00016400
          05 FD-IN-MATRICULA     PIC 9(06).                             00016500
          05 FD-IN-NOME          PIC X(30).                             00016600
          05 FD-IN-CURSO         PIC X(04).                             00016700
          05 FD-IN-TURMA         PIC X(02).                             00016800
          05 FD-IN-ORIGEM        PIC X(01).                             00016900
          05 FD-IN-VENCIMENTO    PIC 9(08).                             00017000
          05 FD-IN-DIAS          PIC 9(05).                             00017100
          05 FD-IN-VALOR         PIC 9(09)V99.                          00017200
          05 FD-IN-NOSSONUM      PIC 9(10).                             00017300
          05 FILLER              PIC X(03).                             00017400
                                                                        00017500
       FD RECINAD                                                       00017600
           RECORDING MODE IS F.                                         00017700
      *-------------------LRECL 80------------------------------------* 00017800
       COPY '#RECEB'.                                                   00017900
                                                                        00018000
       FD RELINAD                                                       00018100
           RECORDING MODE IS F.                                         00018200
      *-------------------LRECL 80------------------------------------* 00018300
       01 FD-RELINAD             PIC X(80).                             00018400
                                                                        00018500
      *=============================================================*   00018600
       WORKING-STORAGE                             SECTION.             00018700
      *=============================================================*   00018800
                                                                        00018900
       01 FILLER          PIC X(64) VALUE                               00019000
           '-----------BOOK LOGERROS------------------------'.          00019100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00019200
       COPY '#GLOG'.                                                    00019300
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00019310
       COPY '#GCTL'.                                                    00019320
      *-------------------------------------------------------------*   00019400
                                                                        00019500
       01 FILLER          PIC X(64) VALUE                               00019600
           '-----------VARIAVEIS DE STATUS------------------'.          00019700
                                                                        00019800
       77 WRK-FS-ARCAD    PIC 9(02).                                    00019900
       77 WRK-FS-ALUCONTA PIC 9(02).                                    00020000
       77 WRK-FS-MOVMENS  PIC 9(02).                                    00020100
       77 WRK-FS-MOV0106R PIC 9(02).                                    00020200
       77 WRK-FS-INADIMP  PIC 9(02).                                    00020300
       77 WRK-FS-RECINAD  PIC 9(02).                                    00020400
       77 WRK-FS-RELINAD  PIC 9(02).                                    00020500
                                                                        00020600
       77 WRK-SW-FIM-ARC  PIC X(01) VALUE 'N'.                          00020700
           88 WRK-FIM-ARCAD          VALUE 'S'.                         00020800
       77 WRK-SW-FIM-ALC  PIC X(01) VALUE 'N'.                          00020900
           88 WRK-FIM-ALUCONTA       VALUE 'S'.                         00021000
       77 WRK-SW-FIM-MM   PIC X(01) VALUE 'N'.                          00021100
           88 WRK-FIM-MOVMENS        VALUE 'S'.                         00021200
       77 WRK-SW-FIM-REJ  PIC X(01) VALUE 'N'.                          00021300
           88 WRK-FIM-MOV0106R       VALUE 'S'.                         00021400
       77 WRK-SW-FIM-GRP  PIC X(01) VALUE 'N'.                          00021500
           88 WRK-FIM-GRUPOS         VALUE 'S'.                         00021600
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00021700
           88 WRK-ACHOU              VALUE 'S'.                         00021800
                                                                        00021900
       01 FILLER          PIC X(64) VALUE                               00022000
           '-----------PARAMETROS SYSIN---------------------'.          00022100
                                                                        00022200
       01 WRK-DATACICLO.                                                00022300
          05 FILLER              PIC X(10).                             00022400
          05 WRK-DATACICLO-AC    PIC 9(08).                             00022500
                                                                        00022600
       01 WRK-TOLCARD.                                                  00022700
          05 FILLER              PIC X(10).                             00022800
          05 WRK-TOLCARD-AC      PIC 9(03).                             00022900
                                                                        00023000
       77 WRK-DATA-CICLO  PIC 9(08) VALUE ZEROES.                       00023100
       77 WRK-DIAS-CICLO  PIC 9(07) VALUE ZEROES.                       00023200
       77 WRK-TOLERANCIA  PIC 9(03) VALUE ZEROES.                       00023300
                                                                        00023400
       01 FILLER          PIC X(64) VALUE                               00023500
           '-----------VINCULO ALUNO X CONTA----------------'.          00023600
                                                                        00023700
       77 WRK-QTD-ALC     PIC 9(03) VALUE ZEROES.                       00023800
       77 WRK-SUB-ALC     PIC 9(03) VALUE ZEROES.                       00023900
       01 WRK-TAB-ALC.                                                  00024000
          05 WRK-ALC-LINHA OCCURS 500 TIMES.                            00024100
             10 WRK-TBALC-MATRICULA PIC 9(06).                          00024200
             10 WRK-TBALC-AGENCIA   PIC X(04).                          00024300
             10 WRK-TBALC-CONTA     PIC X(04).                          00024400
                                                                        00024500
       01 FILLER          PIC X(64) VALUE                               00024600
           '-----------DEBITOS DE MENSALIDADE DO MOVMENS----'.          00024700
                                                                        00024800
       77 WRK-QTD-MM      PIC 9(03) VALUE ZEROES.                       00024900
       77 WRK-SUB-MM      PIC 9(03) VALUE ZEROES.                       00025000
       77 WRK-IND-MM      PIC 9(03) VALUE ZEROES.                       00025100
       01 WRK-TAB-MM.                                                   00025200
          05 WRK-MM-LINHA OCCURS 500 TIMES.                             00025300
             10 WRK-TBMM-AGENCIA    PIC X(04).                          00025400
             10 WRK-TBMM-CONTA      PIC X(04).                          00025500
             10 WRK-TBMM-VALOR      PIC 9(08).                          00025600
             10 WRK-TBMM-CURSO      PIC X(04).                          00025700
             10 WRK-TBMM-TURMA      PIC X(02).                          00025800
             10 WRK-TBMM-DATAVALOR  PIC 9(08).                          00025900
             10 WRK-TBMM-USADO      PIC X(01).                          00026000
                                                                        00026100
       01 FILLER          PIC X(64) VALUE                               00026200
           '-----------TITULOS MAT DO ARCAD (CHAVES)--------'.          00026300
                                                                        00026400
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00026500
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00026600
       01 WRK-TAB-TIT.                                                  00026700
          05 WRK-TIT-LINHA OCCURS 3000 TIMES.                           00026800
             10 WRK-TBTIT-CLIENTE    PIC X(10).                         00026900
             10 WRK-TBTIT-DOCUMENTO  PIC X(12).                         00027000
             10 WRK-TBTIT-VENCIMENTO PIC 9(08).                         00027100
                                                                        00027200
       01 FILLER          PIC X(64) VALUE                               00027300
           '-----------MENSALIDADES DEVIDAS-----------------'.          00027400
                                                                        00027500
       77 WRK-QTD-INA     PIC 9(04) VALUE ZEROES.                       00027600
       77 WRK-SUB-INA     PIC 9(04) VALUE ZEROES.                       00027700
       01 WRK-TAB-INA.                                                  00027800
          05 WRK-INA-LINHA OCCURS 2000 TIMES.                           00027900
             10 WRK-TBINA-MATRICULA  PIC 9(06).                         00028000
             10 WRK-TBINA-NOME       PIC X(30).                         00028100
             10 WRK-TBINA-CURSO      PIC X(04).                         00028200
             10 WRK-TBINA-TURMA      PIC X(02).                         00028300
             10 WRK-TBINA-ORIGEM     PIC X(01).                         00028400
             10 WRK-TBINA-VENCIMENTO PIC 9(08).                         00028500
             10 WRK-TBINA-DIAS       PIC 9(05).                         00028600
             10 WRK-TBINA-VALOR      PIC 9(09)V99.                      00028700
             10 WRK-TBINA-NOSSONUM   PIC 9(10).                         00028800
             10 WRK-TBINA-LISTADO    PIC X(01).                         00028900
                                                                        00029000
      *----LINHA CORRENTE A INCLUIR NA TABELA------------------------*  00029100
       01 WRK-INA-ATUAL.                                                00029200
          05 WRK-INA-MATRICULA   PIC 9(06).                             00029300
          05 WRK-INA-NOME        PIC X(30).                             00029400
          05 WRK-INA-CURSO       PIC X(04).                             00029500
          05 WRK-INA-TURMA       PIC X(02).                             00029600
          05 WRK-INA-ORIGEM      PIC X(01).                             00029700
          05 WRK-INA-VENCIMENTO  PIC 9(08).                             00029800
          05 WRK-INA-DIAS        PIC 9(05).                             00029900
          05 WRK-INA-VALOR       PIC 9(09)V99.                          00030000
          05 WRK-INA-NOSSONUM    PIC 9(10).                             00030100
                                                                        00030200
      *----CHAVE CURSO + TURMA DO RELATORIO--------------------------*  00030300
       01 WRK-CHAVE-ATUAL.                                              00030400
          05 WRK-CHV-CURSO       PIC X(04).                             00030500
          05 WRK-CHV-TURMA       PIC X(02).                             00030600
       01 WRK-CHAVE-ITEM.                                               00030700
          05 WRK-CHI-CURSO       PIC X(04).                             00030800
          05 WRK-CHI-TURMA       PIC X(02).                             00030900
                                                                        00031000
      *----DOCUMENTO DO TITULO: CURSO + ' TURMA' + TURMA-------------*  00031100
       01 WRK-DOCUMENTO.                                                00031200
          05 WRK-DOC-CURSO       PIC X(04).                             00031300
          05 FILLER              PIC X(06) VALUE ' TURMA'.              00031400
          05 WRK-DOC-TURMA       PIC X(02).                             00031500
                                                                        00031600
      *----DIAS CORRIDOS DE UMA DATA (ENVELHECIMENTO)----------------*  00031700
       01 WRK-DN-DATA.                                                  00031800
          05 WRK-DN-ANO          PIC 9(04).                             00031900
          05 WRK-DN-MES          PIC 9(02).                             00032000
          05 WRK-DN-DIA          PIC 9(02).                             00032100
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00032200
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00032300
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00032400
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00032500
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00032600
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00032700
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00032800
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00032900
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00033000
       77 WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROES.                      00033100
                                                                        00033200
      *----FAIXAS: 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = +90-----------*  00033300
       77 WRK-IDX-FAIXA   PIC 9(01) VALUE ZEROES.                       00033400
       01 WRK-FAIXAS-NOMES       PIC X(24) VALUE                        00033500
           '0-30  31-60 61-90 +90   '.                                  00033600
       01 WRK-TAB-FAIXA-NOME REDEFINES WRK-FAIXAS-NOMES.                00033700
          05 WRK-FXN-NOME OCCURS 4 TIMES PIC X(06).                     00033800
       01 WRK-TAB-FAIXAS.                                               00033900
          05 WRK-FXA-LINHA OCCURS 4 TIMES.                              00034000
             10 WRK-FXA-QTD         PIC 9(05).                          00034100
             10 WRK-FXA-VALOR       PIC 9(11)V99.                       00034200
                                                                        00034300
       01 FILLER          PIC X(64) VALUE                               00034400
           '-----------CONTADORES E CONTROLES---------------'.          00034500
                                                                        00034600
       77 WRK-REGARCAD    PIC 9(05) VALUE ZEROES.                       00034700
       77 WRK-REGMM       PIC 9(05) VALUE ZEROES.                       00034800
       77 WRK-VLR-MM      PIC 9(12) VALUE ZEROES.                       00034810
       77 WRK-REGREJ      PIC 9(05) VALUE ZEROES.                       00034900
       77 WRK-QTD-TITULO  PIC 9(05) VALUE ZEROES.                       00035000
       77 WRK-QTD-DEBITO  PIC 9(05) VALUE ZEROES.                       00035100
       77 WRK-QTD-RECINAD PIC 9(05) VALUE ZEROES.                       00035200
       77 WRK-QTD-JATIT   PIC 9(05) VALUE ZEROES.                       00035300
       77 WRK-QTD-SEMALU  PIC 9(05) VALUE ZEROES.                       00035400
       77 WRK-QTD-OUTROS  PIC 9(05) VALUE ZEROES.                       00035500
       77 WRK-QTD-GRUPO   PIC 9(05) VALUE ZEROES.                       00035600
       77 WRK-VLR-GRUPO   PIC 9(11)V99 VALUE ZEROES.                    00035700
       77 WRK-VLR-TOTAL   PIC 9(11)V99 VALUE ZEROES.                    00035800
       77 WRK-HASH-INA    PIC 9(12) VALUE ZEROES.                       00035900
       77 WRK-VALOR-CENT  PIC 9(11) VALUE ZEROES.                       00036000
                                                                        00036100
       01 FILLER          PIC X(64) VALUE                               00036200
           '-----------CONTROLE GRAVADO NO INADIMP----------'.          00036300
                                                                        00036400
       01 WRK-INADIMP-CAB.                                              00036500
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-CABI-PROGRAMA   PIC X(08) VALUE 'ARQ1914'.             00036800
          05 FILLER              PIC X(01) VALUE SPACE.                 00036900
          05 WRK-CABI-DATA       PIC 9(08).                             00037000
          05 FILLER              PIC X(53) VALUE SPACES.                00037100
                                                                        00037200
       01 WRK-INADIMP-TRL.                                              00037300
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00037400
          05 FILLER              PIC X(01) VALUE SPACE.                 00037500
          05 WRK-TRLI-QTD        PIC 9(05).                             00037600
          05 FILLER              PIC X(01) VALUE SPACE.                 00037700
          05 WRK-TRLI-HASH       PIC 9(12).                             00037800
          05 FILLER              PIC X(52) VALUE SPACES.                00037900
                                                                        00038000
       01 FILLER          PIC X(64) VALUE                               00038100
           '-----------LINHAS DO RELINAD--------------------'.          00038200
                                                                        00038300
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00038400
                                                                        00038500
       01 WRK-LINHA-TITULO.                                             00038600
          05 FILLER              PIC X(42) VALUE                        00038700
             'INADIMPLENCIA DE MENSALIDADES - SECRETARIA'.              00038800
          05 FILLER              PIC X(16) VALUE '  DATA DO CICLO '.    00038900
          05 WRK-TIT-DATA        PIC 9(08).                             00039000
          05 FILLER              PIC X(14) VALUE SPACES.                00039100
                                                                        00039200
       01 WRK-LINHA-GRUPO.                                              00039300
          05 FILLER              PIC X(07) VALUE 'CURSO: '.             00039400
          05 WRK-GRP-CURSO       PIC X(04).                             00039500
          05 FILLER              PIC X(09) VALUE '  TURMA: '.           00039600
          05 WRK-GRP-TURMA       PIC X(02).                             00039700
          05 FILLER              PIC X(58) VALUE SPACES.                00039800
                                                                        00039900
       01 WRK-LINHA-COLUNAS.                                            00040000
          05 FILLER              PIC X(40) VALUE                        00040100
             '  MATRIC NOME                      ORIGE'.                00040200
          05 FILLER              PIC X(40) VALUE                        00040300
             'M VENCTO    DIAS FAIXA      VALOR       '.                00040400
                                                                        00040500
       01 WRK-LINHA-ITEM.                                               00040600
          05 FILLER              PIC X(02) VALUE SPACES.                00040700
          05 WRK-ITM-MATRICULA   PIC 9(06).                             00040800
          05 FILLER              PIC X(01) VALUE SPACE.                 00040900
          05 WRK-ITM-NOME        PIC X(25).                             00041000
          05 FILLER              PIC X(01) VALUE SPACE.                 00041100
          05 WRK-ITM-ORIGEM      PIC X(06).                             00041200
          05 FILLER              PIC X(01) VALUE SPACE.                 00041300
          05 WRK-ITM-VENCIMENTO  PIC 9(08).                             00041400
          05 FILLER              PIC X(01) VALUE SPACE.                 00041500
          05 WRK-ITM-DIAS        PIC ZZZZ9.                             00041600
          05 FILLER              PIC X(01) VALUE SPACE.                 00041700
          05 WRK-ITM-FAIXA       PIC X(06).                             00041800
          05 WRK-ITM-VALOR       PIC ZZZ.ZZ9,99.                        00041900
          05 FILLER              PIC X(07) VALUE SPACES.                00042000
                                                                        00042100
       01 WRK-LINHA-TOTGRP.                                             00042200
          05 FILLER              PIC X(19) VALUE                        00042300
             '  TOTAL DA TURMA: '.                                      00042400
          05 WRK-TGR-QTD         PIC ZZZZ9.                             00042500
          05 FILLER              PIC X(10) VALUE '  VALOR: '.           00042600
          05 WRK-TGR-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.                  00042700
          05 FILLER              PIC X(30) VALUE SPACES.                00042800
                                                                        00042900
       01 WRK-LINHA-FAIXA.                                              00043000
          05 FILLER              PIC X(08) VALUE 'FAIXA  '.             00043100
          05 WRK-FXL-NOME        PIC X(06).                             00043200
          05 FILLER              PIC X(05) VALUE SPACES.                00043300
          05 WRK-FXL-QTD         PIC ZZZZ9.                             00043400
          05 FILLER              PIC X(10) VALUE '  VALOR: '.           00043500
          05 WRK-FXL-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.                  00043600
          05 FILLER              PIC X(30) VALUE SPACES.                00043700
                                                                        00043800
       01 WRK-LINHA-SEMALU.                                             00043900
          05 FILLER              PIC X(34) VALUE                        00044000
             '*** DEBITO RECUSADO SEM ALUNO AG '.                       00044100
          05 WRK-SAL-AGENCIA     PIC X(04).                             00044200
          05 FILLER              PIC X(07) VALUE ' CONTA '.             00044300
          05 WRK-SAL-CONTA       PIC X(04).                             00044400
          05 FILLER              PIC X(08) VALUE ' VALOR '.             00044500
          05 WRK-SAL-VALOR       PIC ZZ.ZZZ.ZZ9.                        00044600
          05 FILLER              PIC X(13) VALUE SPACES.                00044700
                                                                        00044800
      *=============================================================*   00044900
       PROCEDURE DIVISION.                                              00045000
      *=============================================================*   00045100
                                                                        00045200
      *-------------------------------------------------------------*   00045300
       0000-PRINCIPAL                           SECTION.                00045400
      *-------------------------------------------------------------*   00045500
                                                                        00045600
            PERFORM  1000-INICIAR.                                      00045700
            PERFORM  2000-LER-ARCAD UNTIL WRK-FIM-ARCAD.                00045800
            PERFORM  2200-LER-MOV0106R UNTIL WRK-FIM-MOV0106R.          00045900
            MOVE 1 TO WRK-SUB-INA.                                      00046000
            PERFORM  2500-GRAVAR-INADIMP                                00046100
                     UNTIL WRK-SUB-INA GREATER WRK-QTD-INA.             00046200
            PERFORM  2700-LISTAR-GRUPO UNTIL WRK-FIM-GRUPOS.            00046300
            PERFORM  3000-FINALIZAR.                                    00046400
            STOP RUN.                                                   00046500
                                                                        00046600
       0000-99-FIM.              EXIT.                                  00046700
      *-------------------------------------------------------------*   00046800
       1000-INICIAR                             SECTION.                00046900
      *-------------------------------------------------------------*   00047000
             OPEN INPUT  ARCAD ALUCONTA                                 00047100
                  OUTPUT INADIMP RECINAD RELINAD.                       00047200
                                                                        00047300
               PERFORM 4000-TESTARSTATUS.                               00047400
                                                                        00047500
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00047600
               IF WRK-DATACICLO-AC EQUAL ZEROES                         00047700
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00047800
               ELSE                                                     00047900
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00048000
               END-IF.                                                  00048100
               ACCEPT WRK-TOLCARD FROM SYSIN.                           00048200
               IF WRK-TOLCARD-AC NUMERIC                                00048300
                  MOVE WRK-TOLCARD-AC TO WRK-TOLERANCIA                 00048400
               END-IF.                                                  00048500
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00048600
               PERFORM 5000-CALCULAR-DIAS.                              00048700
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00048800
               MOVE ZEROES TO WRK-TAB-FAIXAS.                           00048900
                                                                        00049000
               PERFORM 1100-CARREGAR-ALUCONTA UNTIL WRK-FIM-ALUCONTA.   00049100
               CLOSE ALUCONTA.                                          00049200
               PERFORM 4200-TESTARSTATUS-ALUCONTA.                      00049300
                                                                        00049400
      *----MOVMENS E MOV0106R OPCIONAIS: CICLO SEM DEBITOS-----------*  00049500
               OPEN INPUT MOVMENS.                                      00049600
               IF WRK-FS-MOVMENS NOT EQUAL 00                           00049700
                  DISPLAY ' SEM MOVMENS (FS=' WRK-FS-MOVMENS            00049800
                          ') - SO TITULOS DO ARCAD'                     00049900
               ELSE                                                     00050000
                  PERFORM 1150-CARREGAR-MOVMENS UNTIL WRK-FIM-MOVMENS   00050100
                  CLOSE MOVMENS                                         00050200
               END-IF.                                                  00050300
               OPEN INPUT MOV0106R.                                     00050400
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00050500
                  DISPLAY ' SEM MOV0106R (FS=' WRK-FS-MOV0106R          00050600
                          ') - SO TITULOS DO ARCAD'                     00050700
                  MOVE 'S' TO WRK-SW-FIM-REJ                            00050800
               END-IF.                                                  00050900
                                                                        00051000
               MOVE WRK-DATA-CICLO TO WRK-CABI-DATA WRK-TIT-DATA.       00051100
               WRITE FD-INADIMP FROM WRK-INADIMP-CAB.                   00051200
               PERFORM 4500-TESTARSTATUS-INADIMP.                       00051300
               WRITE FD-RELINAD FROM WRK-LINHA-TRACO.                   00051400
               WRITE FD-RELINAD FROM WRK-LINHA-TITULO.                  00051500
               WRITE FD-RELINAD FROM WRK-LINHA-TRACO.                   00051600
                                                                        00051700
       1000-99-FIM.              EXIT.                                  00051800
      *-------------------------------------------------------------*   00051900
       1100-CARREGAR-ALUCONTA                   SECTION.                00052000
      *-------------------------------------------------------------*   00052100
                 READ ALUCONTA                                          00052200
                   AT END                                               00052300
                     MOVE 'S' TO WRK-SW-FIM-ALC                         00052400
                 END-READ.                                              00052500
                 PERFORM 4200-TESTARSTATUS-ALUCONTA.                    00052600
                 IF WRK-FS-ALUCONTA EQUAL 00                            00052700
                    IF WRK-QTD-ALC LESS 500                             00052800
                       ADD 1 TO WRK-QTD-ALC                             00052900
                       MOVE FD-ALC-MATRICULA                            00053000
                            TO WRK-TBALC-MATRICULA (WRK-QTD-ALC)        00053100
                       MOVE FD-ALC-AGENCIA                              00053200
                            TO WRK-TBALC-AGENCIA (WRK-QTD-ALC)          00053300
                       MOVE FD-ALC-CONTA                                00053400
                            TO WRK-TBALC-CONTA (WRK-QTD-ALC)            00053500
                    ELSE                                                00053600
                       DISPLAY ' TABELA DE VINCULOS CHEIA (500) '       00053700
                    END-IF                                              00053800
                 END-IF.                                                00053900
       1100-99-FIM.              EXIT.                                  00054000
      *-------------------------------------------------------------*   00054100
       1150-CARREGAR-MOVMENS                    SECTION.                00054200
      *-------------------------------------------------------------*   00054300
      *   GUARDA OS DEBITOS DE MENSALIDADE DO CICLO PARA CASAR COM  *   00054400
      *   AS RECUSAS DO MOV0106R (CONTROLES SAO IGNORADOS).         *   00054500
      *-------------------------------------------------------------*   00054600
                 READ MOVMENS                                           00054700
                   AT END                                               00054800
                     MOVE 'S' TO WRK-SW-FIM-MM                          00054900
                     GO TO 1150-99-FIM                                  00055000
                 END-READ.                                              00055100
                 PERFORM 4300-TESTARSTATUS-MOVMENS.                     00055200
                 IF FD-MOVMENS (1:9) EQUAL 'CABECALHO'                  00055300
                    OR FD-MOVMENS (1:6) EQUAL 'RODAPE'                  00055400
                    GO TO 1150-99-FIM.                                  00055500
                 IF FD-MM-TIPOMOV NOT EQUAL 'D'                         00055600
                    OR FD-MM-HISTORICO NOT EQUAL 'MENSALIDADE '         00055700
                    GO TO 1150-99-FIM.                                  00055800
                                                                        00055900
                 ADD 1 TO WRK-REGMM.                                    00056000
                 ADD FD-MM-VLRMOVIMENTO TO WRK-VLR-MM.                  00056010
                 IF WRK-QTD-MM NOT LESS 500                             00056100
                    DISPLAY ' TABELA DE DEBITOS CHEIA (500) '           00056200
                            FD-MM-AGENCIA ' ' FD-MM-CONTA               00056300
                    GO TO 1150-99-FIM.                                  00056400
                 ADD 1 TO WRK-QTD-MM.                                   00056500
                 MOVE FD-MM-AGENCIA   TO WRK-TBMM-AGENCIA (WRK-QTD-MM). 00056600
                 MOVE FD-MM-CONTA     TO WRK-TBMM-CONTA (WRK-QTD-MM).   00056700
                 MOVE FD-MM-VLRMOVIMENTO                                00056800
                                      TO WRK-TBMM-VALOR (WRK-QTD-MM).   00056900
                 MOVE FD-MM-CURSO     TO WRK-TBMM-CURSO (WRK-QTD-MM).   00057000
                 MOVE FD-MM-TURMA     TO WRK-TBMM-TURMA (WRK-QTD-MM).   00057100
                 MOVE FD-MM-DATAVALOR                                   00057200
                                   TO WRK-TBMM-DATAVALOR (WRK-QTD-MM).  00057300
                 MOVE 'N'             TO WRK-TBMM-USADO (WRK-QTD-MM).   00057400
                                                                        00057500
       1150-99-FIM.              EXIT.                                  00057600
      *-------------------------------------------------------------*   00057700
       2000-LER-ARCAD                           SECTION.                00057800
      *-------------------------------------------------------------*   00057900
      *   TITULO MAT: GUARDA A CHAVE (PARA NAO REPETIR O DEBITO     *   00058000
      *   RECUSADO) E, SE EM ABERTO E VENCIDO ALEM DA TOLERANCIA,   *   00058100
      *   ENTRA NA INADIMPLENCIA PELO SALDO.                        *   00058200
      *-------------------------------------------------------------*   00058300
                 READ ARCAD                                             00058400
                   AT END                                               00058500
                     MOVE 'S' TO WRK-SW-FIM-ARC                         00058600
                     GO TO 2000-99-FIM                                  00058700
                 END-READ.                                              00058800
                 PERFORM 4100-TESTARSTATUS-ARCAD.                       00058900
                 IF FD-ARCAD (1:9) EQUAL 'CABECALHO'                    00059000
                    OR FD-ARCAD (1:6) EQUAL 'RODAPE'                    00059100
                    GO TO 2000-99-FIM.                                  00059200
                 ADD 1 TO WRK-REGARCAD.                                 00059300
                 IF FD-AR-ORIGEM NOT EQUAL 'MAT'                        00059400
                    GO TO 2000-99-FIM.                                  00059500
                                                                        00059600
                 IF WRK-QTD-TIT LESS 3000                               00059700
                    ADD 1 TO WRK-QTD-TIT                                00059800
                    MOVE FD-AR-CLIENTE                                  00059900
                         TO WRK-TBTIT-CLIENTE (WRK-QTD-TIT)             00060000
                    MOVE FD-AR-DOCUMENTO                                00060100
                         TO WRK-TBTIT-DOCUMENTO (WRK-QTD-TIT)           00060200
                    MOVE FD-AR-VENCIMENTO                               00060300
                         TO WRK-TBTIT-VENCIMENTO (WRK-QTD-TIT)          00060400
                 ELSE                                                   00060500
                    DISPLAY ' TABELA DE TITULOS MAT CHEIA (3000) '      00060600
                            FD-AR-NOSSONUM                              00060700
                 END-IF.                                                00060800
                                                                        00060900
                 IF FD-AR-SITUACAO NOT EQUAL 'A'                        00061000
                    AND FD-AR-SITUACAO NOT EQUAL 'P'                    00061100
                    GO TO 2000-99-FIM.                                  00061200
                 MOVE FD-AR-VENCIMENTO TO WRK-DN-DATA.                  00061300
                 PERFORM 5000-CALCULAR-DIAS.                            00061400
                 COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-CICLO               00061500
                                         - WRK-DN-RESULT.               00061600
                 IF WRK-DIAS-ATRASO NOT GREATER WRK-TOLERANCIA          00061700
                    GO TO 2000-99-FIM.                                  00061800
                                                                        00061900
                 MOVE FD-AR-CLIENTE (1:6) TO WRK-INA-MATRICULA.         00062000
                 MOVE FD-AR-NOME          TO WRK-INA-NOME.              00062100
                 MOVE FD-AR-DOC-CURSO     TO WRK-INA-CURSO.             00062200
                 MOVE FD-AR-DOC-TURMA     TO WRK-INA-TURMA.             00062300
                 MOVE 'T'                 TO WRK-INA-ORIGEM.            00062400
                 MOVE FD-AR-VENCIMENTO    TO WRK-INA-VENCIMENTO.        00062500
                 MOVE WRK-DIAS-ATRASO     TO WRK-INA-DIAS.              00062600
                 MOVE FD-AR-SALDO         TO WRK-INA-VALOR.             00062700
                 MOVE FD-AR-NOSSONUM      TO WRK-INA-NOSSONUM.          00062800
                 PERFORM 2400-INCLUIR-INADIMPLENCIA.                    00062900
                 ADD 1 TO WRK-QTD-TITULO.                               00063000
                                                                        00063100
       2000-99-FIM.              EXIT.                                  00063200
      *-------------------------------------------------------------*   00063300
       2200-LER-MOV0106R                        SECTION.                00063400
      *-------------------------------------------------------------*   00063500
      *   RECUSA DE DEBITO ('D') CASADA COM UMA MENSALIDADE DO      *   00063600
      *   MOVMENS AINDA NAO USADA; AS DEMAIS RECUSAS NAO SAO DA     *   00063700
      *   ESCOLA E SO CONTAM NO RESUMO.                             *   00063800
      *-------------------------------------------------------------*   00063900
                 READ MOV0106R                                          00064000
                   AT END                                               00064100
                     MOVE 'S' TO WRK-SW-FIM-REJ                         00064200
                     GO TO 2200-99-FIM                                  00064300
                 END-READ.                                              00064400
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00064500
                 IF FD-MOV0106R (1:9) EQUAL 'CABECALHO'                 00064600
                    OR FD-MOV0106R (1:6) EQUAL 'RODAPE'                 00064700
                    GO TO 2200-99-FIM.                                  00064800
                 ADD 1 TO WRK-REGREJ.                                   00064900
                                                                        00065000
                 MOVE 'N'    TO WRK-SW-ACHOU.                           00065100
                 MOVE ZEROES TO WRK-IND-MM.                             00065200
                 IF FD-REJ-TIPOMOV EQUAL 'D'                            00065300
                    MOVE 1 TO WRK-SUB-MM                                00065400
                    PERFORM 2210-COMPARAR-DEBITO                        00065500
                            UNTIL WRK-SUB-MM GREATER WRK-QTD-MM         00065600
                               OR WRK-ACHOU                             00065700
                 END-IF.                                                00065800
                 IF NOT WRK-ACHOU                                       00065900
                    ADD 1 TO WRK-QTD-OUTROS                             00066000
                    GO TO 2200-99-FIM.                                  00066100
                 MOVE 'S' TO WRK-TBMM-USADO (WRK-IND-MM).               00066200
                                                                        00066300
                 MOVE 'N' TO WRK-SW-ACHOU.                              00066400
                 MOVE 1 TO WRK-SUB-ALC.                                 00066500
                 PERFORM 2220-COMPARAR-CONTA                            00066600
                         UNTIL WRK-SUB-ALC GREATER WRK-QTD-ALC          00066700
                            OR WRK-ACHOU.                               00066800
                 IF NOT WRK-ACHOU                                       00066900
                    MOVE FD-REJ-AGENCIA      TO WRK-SAL-AGENCIA         00067000
                    MOVE FD-REJ-CONTA        TO WRK-SAL-CONTA           00067100
                    MOVE FD-REJ-VLRMOVIMENTO TO WRK-SAL-VALOR           00067200
                    WRITE FD-RELINAD FROM WRK-LINHA-SEMALU              00067300
                    ADD 1 TO WRK-QTD-SEMALU                             00067400
                    GO TO 2200-99-FIM.                                  00067500
                                                                        00067600
                 PERFORM 2300-REGISTRAR-DEBITO.                         00067700
                                                                        00067800
       2200-99-FIM.              EXIT.                                  00067900
      *-------------------------------------------------------------*   00068000
       2210-COMPARAR-DEBITO                     SECTION.                00068100
      *-------------------------------------------------------------*   00068200
            IF WRK-TBMM-USADO (WRK-SUB-MM) EQUAL 'N'                    00068300
               AND WRK-TBMM-AGENCIA (WRK-SUB-MM) EQUAL FD-REJ-AGENCIA   00068400
               AND WRK-TBMM-CONTA (WRK-SUB-MM) EQUAL FD-REJ-CONTA       00068500
               AND WRK-TBMM-VALOR (WRK-SUB-MM)                          00068600
                                      EQUAL FD-REJ-VLRMOVIMENTO         00068700
               MOVE 'S' TO WRK-SW-ACHOU                                 00068800
               MOVE WRK-SUB-MM TO WRK-IND-MM                            00068900
            END-IF.                                                     00069000
            ADD 1 TO WRK-SUB-MM.                                        00069100
       2210-99-FIM.              EXIT.                                  00069200
      *-------------------------------------------------------------*   00069300
       2220-COMPARAR-CONTA                      SECTION.                00069400
      *-------------------------------------------------------------*   00069500
            IF WRK-TBALC-AGENCIA (WRK-SUB-ALC) EQUAL FD-REJ-AGENCIA     00069600
               AND WRK-TBALC-CONTA (WRK-SUB-ALC) EQUAL FD-REJ-CONTA     00069700
               MOVE 'S' TO WRK-SW-ACHOU                                 00069800
               MOVE WRK-TBALC-MATRICULA (WRK-SUB-ALC)                   00069900
                    TO WRK-INA-MATRICULA                                00070000
            END-IF.                                                     00070100
            ADD 1 TO WRK-SUB-ALC.                                       00070200
       2220-99-FIM.              EXIT.                                  00070300
      *-------------------------------------------------------------*   00070400
       2300-REGISTRAR-DEBITO                    SECTION.                00070500
      *-------------------------------------------------------------*   00070600
      *   DEBITO RECUSADO QUE AINDA NAO VIROU TITULO: ENTRA NA      *   00070700
      *   INADIMPLENCIA E SAI NO RECINAD PARA A CARGA NO ARCAD.     *   00070800
      *-------------------------------------------------------------*   00070900
            MOVE WRK-TBMM-CURSO (WRK-IND-MM) TO WRK-DOC-CURSO.          00071000
            MOVE WRK-TBMM-TURMA (WRK-IND-MM) TO WRK-DOC-TURMA.          00071100
            MOVE SPACES TO FD-REC-CLIENTE.                              00071200
            MOVE WRK-INA-MATRICULA TO FD-REC-CLIENTE.                   00071300
                                                                        00071400
            MOVE 'N' TO WRK-SW-ACHOU.                                   00071500
            MOVE 1 TO WRK-SUB-TIT.                                      00071600
            PERFORM 2310-COMPARAR-TITULO                                00071700
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT               00071800
                       OR WRK-ACHOU.                                    00071900
            IF WRK-ACHOU                                                00072000
               ADD 1 TO WRK-QTD-JATIT                                   00072100
               GO TO 2300-99-FIM.                                       00072200
                                                                        00072300
            MOVE FD-REJ-NOME                 TO WRK-INA-NOME.           00072400
            MOVE WRK-DOC-CURSO               TO WRK-INA-CURSO.          00072500
            MOVE WRK-DOC-TURMA               TO WRK-INA-TURMA.          00072600
            MOVE 'D'                         TO WRK-INA-ORIGEM.         00072700
            MOVE WRK-TBMM-DATAVALOR (WRK-IND-MM)                        00072800
                                             TO WRK-INA-VENCIMENTO.     00072900
            MOVE WRK-TBMM-VALOR (WRK-IND-MM) TO WRK-INA-VALOR.          00073000
            MOVE ZEROES                      TO WRK-INA-NOSSONUM.       00073100
            MOVE WRK-INA-VENCIMENTO TO WRK-DN-DATA.                     00073200
            PERFORM 5000-CALCULAR-DIAS.                                 00073300
            COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-CICLO - WRK-DN-RESULT.   00073400
            IF WRK-DIAS-ATRASO LESS ZEROES                              00073500
               MOVE ZEROES TO WRK-DIAS-ATRASO                           00073600
            END-IF.                                                     00073700
            MOVE WRK-DIAS-ATRASO TO WRK-INA-DIAS.                       00073800
            PERFORM 2400-INCLUIR-INADIMPLENCIA.                         00073900
            ADD 1 TO WRK-QTD-DEBITO.                                    00074000
                                                                        00074100
            MOVE 'MAT'              TO FD-REC-ORIGEM.                   00074200
            MOVE WRK-INA-NOME       TO FD-REC-NOME.                     00074300
            MOVE WRK-DOCUMENTO      TO FD-REC-DOCUMENTO.                00074400
            MOVE WRK-INA-VENCIMENTO TO FD-REC-VENCIMENTO.               00074500
            MOVE WRK-INA-VALOR      TO FD-REC-VALOR.                    00074600
            MOVE SPACES             TO FD-RECEB (75:6).                 00074700
            WRITE FD-RECEB.                                             00074800
            PERFORM 4600-TESTARSTATUS-RECINAD.                          00074900
            ADD 1 TO WRK-QTD-RECINAD.                                   00075000
                                                                        00075100
       2300-99-FIM.              EXIT.                                  00075200
      *-------------------------------------------------------------*   00075300
       2310-COMPARAR-TITULO                     SECTION.                00075400
      *-------------------------------------------------------------*   00075500
            IF WRK-TBTIT-CLIENTE (WRK-SUB-TIT) EQUAL FD-REC-CLIENTE     00075600
               AND WRK-TBTIT-DOCUMENTO (WRK-SUB-TIT)                    00075700
                                      EQUAL WRK-DOCUMENTO               00075800
               AND WRK-TBTIT-VENCIMENTO (WRK-SUB-TIT)                   00075900
                         EQUAL WRK-TBMM-DATAVALOR (WRK-IND-MM)          00076000
               MOVE 'S' TO WRK-SW-ACHOU                                 00076100
            END-IF.                                                     00076200
            ADD 1 TO WRK-SUB-TIT.                                       00076300
       2310-99-FIM.              EXIT.                                  00076400
      *-------------------------------------------------------------*   00076500
       2400-INCLUIR-INADIMPLENCIA               SECTION.                00076600
      *-------------------------------------------------------------*   00076700
            IF WRK-QTD-INA NOT LESS 2000                                00076800
               MOVE 'TABELA INADIMP CHEIA  ' TO WRK-MSGERRO             00076900
               MOVE '2400'                   TO WRK-SECAO               00077000
               MOVE ZEROES                   TO WRK-STATUS              00077100
                PERFORM 9000-TRATAERROS.                                00077200
                                                                        00077300
            ADD 1 TO WRK-QTD-INA.                                       00077400
            MOVE WRK-INA-MATRICULA                                      00077500
                                 TO WRK-TBINA-MATRICULA (WRK-QTD-INA).  00077600
            MOVE WRK-INA-NOME       TO WRK-TBINA-NOME (WRK-QTD-INA).    00077700
            MOVE WRK-INA-CURSO      TO WRK-TBINA-CURSO (WRK-QTD-INA).   00077800
            MOVE WRK-INA-TURMA      TO WRK-TBINA-TURMA (WRK-QTD-INA).   00077900
            MOVE WRK-INA-ORIGEM     TO WRK-TBINA-ORIGEM (WRK-QTD-INA).  00078000
            MOVE WRK-INA-VENCIMENTO                                     00078100
                                 TO WRK-TBINA-VENCIMENTO (WRK-QTD-INA). 00078200
            MOVE WRK-INA-DIAS       TO WRK-TBINA-DIAS (WRK-QTD-INA).    00078300
            MOVE WRK-INA-VALOR      TO WRK-TBINA-VALOR (WRK-QTD-INA).   00078400
            MOVE WRK-INA-NOSSONUM   TO WRK-TBINA-NOSSONUM (WRK-QTD-INA).00078500
            MOVE 'N'                TO WRK-TBINA-LISTADO (WRK-QTD-INA). 00078600
                                                                        00078700
            MOVE WRK-INA-DIAS TO WRK-DIAS-ATRASO.                       00078800
            PERFORM 2410-CLASSIFICAR-FAIXA.                             00078900
            ADD 1             TO WRK-FXA-QTD (WRK-IDX-FAIXA).           00079000
            ADD WRK-INA-VALOR TO WRK-FXA-VALOR (WRK-IDX-FAIXA).         00079100
            ADD WRK-INA-VALOR TO WRK-VLR-TOTAL.                         00079200
                                                                        00079300
       2400-99-FIM.              EXIT.                                  00079400
      *-------------------------------------------------------------*   00079500
       2410-CLASSIFICAR-FAIXA                   SECTION.                00079600
      *-------------------------------------------------------------*   00079700
            EVALUATE TRUE                                               00079800
              WHEN WRK-DIAS-ATRASO NOT GREATER 30                       00079900
                MOVE 1 TO WRK-IDX-FAIXA                                 00080000
              WHEN WRK-DIAS-ATRASO NOT GREATER 60                       00080100
                MOVE 2 TO WRK-IDX-FAIXA                                 00080200
              WHEN WRK-DIAS-ATRASO NOT GREATER 90                       00080300
                MOVE 3 TO WRK-IDX-FAIXA                                 00080400
              WHEN OTHER                                                00080500
                MOVE 4 TO WRK-IDX-FAIXA                                 00080600
            END-EVALUATE.                                               00080700
                                                                        00080800
       2410-99-FIM.              EXIT.                                  00080900
      *-------------------------------------------------------------*   00081000
       2500-GRAVAR-INADIMP                      SECTION.                00081100
      *-------------------------------------------------------------*   00081200
            MOVE WRK-TBINA-MATRICULA (WRK-SUB-INA) TO FD-IN-MATRICULA.  00081300
            MOVE WRK-TBINA-NOME (WRK-SUB-INA)      TO FD-IN-NOME.       00081400
            MOVE WRK-TBINA-CURSO (WRK-SUB-INA)     TO FD-IN-CURSO.      00081500
            MOVE WRK-TBINA-TURMA (WRK-SUB-INA)     TO FD-IN-TURMA.      00081600
            MOVE WRK-TBINA-ORIGEM (WRK-SUB-INA)    TO FD-IN-ORIGEM.     00081700
            MOVE WRK-TBINA-VENCIMENTO (WRK-SUB-INA)                     00081800
                                                   TO FD-IN-VENCIMENTO. 00081900
            MOVE WRK-TBINA-DIAS (WRK-SUB-INA)      TO FD-IN-DIAS.       00082000
            MOVE WRK-TBINA-VALOR (WRK-SUB-INA)     TO FD-IN-VALOR.      00082100
            MOVE WRK-TBINA-NOSSONUM (WRK-SUB-INA)  TO FD-IN-NOSSONUM.   00082200
            MOVE SPACES TO FD-INADIMP (78:3).                           00082300
            WRITE FD-INADIMP.                                           00082400
            PERFORM 4500-TESTARSTATUS-INADIMP.                          00082500
            COMPUTE WRK-VALOR-CENT =                                    00082600
                    WRK-TBINA-VALOR (WRK-SUB-INA) * 100.                00082700
            ADD WRK-VALOR-CENT TO WRK-HASH-INA.                         00082800
            ADD 1 TO WRK-SUB-INA.                                       00082900
                                                                        00083000
       2500-99-FIM.              EXIT.                                  00083100
      *-------------------------------------------------------------*   00083200
       2700-LISTAR-GRUPO                        SECTION.                00083300
      *-------------------------------------------------------------*   00083400
      *   A CADA PASSADA ESCOLHE A MENOR CHAVE CURSO + TURMA AINDA  *   00083500
      *   NAO LISTADA E IMPRIME AS MENSALIDADES DEVIDAS DA TURMA.   *   00083600
      *-------------------------------------------------------------*   00083700
            MOVE HIGH-VALUES TO WRK-CHAVE-ATUAL.                        00083800
            MOVE 1 TO WRK-SUB-INA.                                      00083900
            PERFORM 2710-ESCOLHER-GRUPO                                 00084000
                    UNTIL WRK-SUB-INA GREATER WRK-QTD-INA.              00084100
            IF WRK-CHAVE-ATUAL EQUAL HIGH-VALUES                        00084200
               MOVE 'S' TO WRK-SW-FIM-GRP                               00084300
               GO TO 2700-99-FIM.                                       00084400
                                                                        00084500
            MOVE WRK-CHV-CURSO TO WRK-GRP-CURSO.                        00084600
            MOVE WRK-CHV-TURMA TO WRK-GRP-TURMA.                        00084700
            WRITE FD-RELINAD FROM WRK-LINHA-GRUPO.                      00084800
            WRITE FD-RELINAD FROM WRK-LINHA-COLUNAS.                    00084900
            MOVE ZEROES TO WRK-QTD-GRUPO WRK-VLR-GRUPO.                 00085000
            MOVE 1 TO WRK-SUB-INA.                                      00085100
            PERFORM 2720-IMPRIMIR-ITEM                                  00085200
                    UNTIL WRK-SUB-INA GREATER WRK-QTD-INA.              00085300
            MOVE WRK-QTD-GRUPO TO WRK-TGR-QTD.                          00085400
            MOVE WRK-VLR-GRUPO TO WRK-TGR-VALOR.                        00085500
            WRITE FD-RELINAD FROM WRK-LINHA-TOTGRP.                     00085600
            WRITE FD-RELINAD FROM WRK-LINHA-TRACO.                      00085700
                                                                        00085800
       2700-99-FIM.              EXIT.                                  00085900
      *-------------------------------------------------------------*   00086000
       2710-ESCOLHER-GRUPO                      SECTION.                00086100
      *-------------------------------------------------------------*   00086200
            IF WRK-TBINA-LISTADO (WRK-SUB-INA) EQUAL 'N'                00086300
               MOVE WRK-TBINA-CURSO (WRK-SUB-INA) TO WRK-CHI-CURSO      00086400
               MOVE WRK-TBINA-TURMA (WRK-SUB-INA) TO WRK-CHI-TURMA      00086500
               IF WRK-CHAVE-ITEM LESS WRK-CHAVE-ATUAL                   00086600
                  MOVE WRK-CHAVE-ITEM TO WRK-CHAVE-ATUAL                00086700
               END-IF                                                   00086800
            END-IF.                                                     00086900
            ADD 1 TO WRK-SUB-INA.                                       00087000
       2710-99-FIM.              EXIT.                                  00087100
      *-------------------------------------------------------------*   00087200
       2720-IMPRIMIR-ITEM                       SECTION.                00087300
      *-------------------------------------------------------------*   00087400
            MOVE WRK-TBINA-CURSO (WRK-SUB-INA) TO WRK-CHI-CURSO.        00087500
            MOVE WRK-TBINA-TURMA (WRK-SUB-INA) TO WRK-CHI-TURMA.        00087600
            IF WRK-TBINA-LISTADO (WRK-SUB-INA) EQUAL 'N'                00087700
               AND WRK-CHAVE-ITEM EQUAL WRK-CHAVE-ATUAL                 00087800
               MOVE 'S' TO WRK-TBINA-LISTADO (WRK-SUB-INA)              00087900
               MOVE WRK-TBINA-MATRICULA (WRK-SUB-INA)                   00088000
                    TO WRK-ITM-MATRICULA                                00088100
               MOVE WRK-TBINA-NOME (WRK-SUB-INA) TO WRK-ITM-NOME        00088200
               IF WRK-TBINA-ORIGEM (WRK-SUB-INA) EQUAL 'D'              00088300
                  MOVE 'DEBITO' TO WRK-ITM-ORIGEM                       00088400
               ELSE                                                     00088500
                  MOVE 'TITULO' TO WRK-ITM-ORIGEM                       00088600
               END-IF                                                   00088700
               MOVE WRK-TBINA-VENCIMENTO (WRK-SUB-INA)                  00088800
                    TO WRK-ITM-VENCIMENTO                               00088900
               MOVE WRK-TBINA-DIAS (WRK-SUB-INA) TO WRK-ITM-DIAS        00089000
               MOVE WRK-TBINA-DIAS (WRK-SUB-INA) TO WRK-DIAS-ATRASO     00089100
               PERFORM 2410-CLASSIFICAR-FAIXA                           00089200
               MOVE WRK-FXN-NOME (WRK-IDX-FAIXA) TO WRK-ITM-FAIXA       00089300
               MOVE WRK-TBINA-VALOR (WRK-SUB-INA) TO WRK-ITM-VALOR      00089400
               WRITE FD-RELINAD FROM WRK-LINHA-ITEM                     00089500
               ADD 1 TO WRK-QTD-GRUPO                                   00089600
               ADD WRK-TBINA-VALOR (WRK-SUB-INA) TO WRK-VLR-GRUPO       00089700
            END-IF.                                                     00089800
            ADD 1 TO WRK-SUB-INA.                                       00089900
       2720-99-FIM.              EXIT.                                  00090000
      *-------------------------------------------------------------*   00090100
       3000-FINALIZAR                           SECTION.                00090200
      *-------------------------------------------------------------*   00090300
             MOVE WRK-QTD-INA  TO WRK-TRLI-QTD.                         00090400
             MOVE WRK-HASH-INA TO WRK-TRLI-HASH.                        00090500
             WRITE FD-INADIMP FROM WRK-INADIMP-TRL.                     00090600
             PERFORM 4500-TESTARSTATUS-INADIMP.                         00090700
                                                                        00090800
             IF WRK-QTD-INA EQUAL ZEROES                                00090900
                MOVE 'NENHUMA MENSALIDADE EM ATRASO' TO FD-RELINAD      00091000
                WRITE FD-RELINAD                                        00091100
             ELSE                                                       00091200
                MOVE 1 TO WRK-IDX-FAIXA                                 00091300
                PERFORM 3100-IMPRIMIR-FAIXA                             00091400
                        UNTIL WRK-IDX-FAIXA GREATER 4                   00091500
                MOVE 'TOTAL  ' TO WRK-FXL-NOME                          00091600
                MOVE WRK-QTD-INA   TO WRK-FXL-QTD                       00091700
                MOVE WRK-VLR-TOTAL TO WRK-FXL-VALOR                     00091800
                WRITE FD-RELINAD FROM WRK-LINHA-FAIXA                   00091900
             END-IF.                                                    00092000
             WRITE FD-RELINAD FROM WRK-LINHA-TRACO.                     00092100
                                                                        00092200
             IF WRK-QTD-SEMALU GREATER ZEROES                           00092300
                MOVE 4 TO RETURN-CODE                                   00092400
             END-IF.                                                    00092500
                                                                        00092600
             IF WRK-FS-MOV0106R EQUAL 00 OR WRK-FS-MOV0106R EQUAL 10    00092700
                CLOSE MOV0106R                                          00092800
             END-IF.                                                    00092900
             CLOSE ARCAD INADIMP RECINAD RELINAD.                       00093000
               PERFORM 4000-TESTARSTATUS.                               00093100
               DISPLAY ' ============================================'. 00093200
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1914           '. 00093300
               DISPLAY ' ============================================'. 00093400
               DISPLAY ' DATA DO CICLO..........' WRK-DATA-CICLO.       00093500
               DISPLAY ' TITULOS LIDOS (ARCAD)..' WRK-REGARCAD.         00093600
               DISPLAY '  MAT EM ATRASO.........' WRK-QTD-TITULO.       00093700
               DISPLAY ' DEBITOS DE MENSALIDADE.' WRK-REGMM.            00093800
               DISPLAY ' RECUSAS LIDAS..........' WRK-REGREJ.           00093900
               DISPLAY '  MENSALIDADE RECUSADA..' WRK-QTD-DEBITO.       00094000
               DISPLAY '  JA COM TITULO NO ARCAD' WRK-QTD-JATIT.        00094100
               DISPLAY '  CONTA SEM ALUNO.......' WRK-QTD-SEMALU.       00094200
               DISPLAY '  OUTRAS RECUSAS........' WRK-QTD-OUTROS.       00094300
               DISPLAY ' TITULOS NO RECINAD.....' WRK-QTD-RECINAD.      00094400
               DISPLAY ' LINHAS NO INADIMP......' WRK-QTD-INA.          00094500
               DISPLAY ' ============================================'. 00094600
                                                                        00094610
               MOVE 'ARQ1914 ' TO WRK-CTL-PROGRAMA.                     00094620
               MOVE WRK-DATA-CICLO TO WRK-CTL-DATA.                     00094625
               MOVE 'MOVMENS ' TO WRK-CTL-DATASET.                      00094630
               MOVE 'C'        TO WRK-CTL-PAPEL.                        00094640
               MOVE WRK-REGMM  TO WRK-CTL-QTD.                          00094650
               MOVE WRK-VLR-MM TO WRK-CTL-VALOR.                        00094660
               CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.               00094670
                                                                        00094700
       3000-99-FIM.              EXIT.                                  00094800
      *-------------------------------------------------------------*   00094900
       3100-IMPRIMIR-FAIXA                      SECTION.                00095000
      *-------------------------------------------------------------*   00095100
             MOVE WRK-FXN-NOME (WRK-IDX-FAIXA)  TO WRK-FXL-NOME.        00095200
             MOVE WRK-FXA-QTD (WRK-IDX-FAIXA)   TO WRK-FXL-QTD.         00095300
             MOVE WRK-FXA-VALOR (WRK-IDX-FAIXA) TO WRK-FXL-VALOR.       00095400
             WRITE FD-RELINAD FROM WRK-LINHA-FAIXA.                     00095500
             ADD 1 TO WRK-IDX-FAIXA.                                    00095600
       3100-99-FIM.              EXIT.                                  00095700
      *-------------------------------------------------------------*   00095800
       4000-TESTARSTATUS                            SECTION.            00095900
      *-------------------------------------------------------------*   00096000
                 PERFORM 4100-TESTARSTATUS-ARCAD.                       00096100
                 PERFORM 4200-TESTARSTATUS-ALUCONTA.                    00096200
                 PERFORM 4500-TESTARSTATUS-INADIMP.                     00096300
                 PERFORM 4600-TESTARSTATUS-RECINAD.                     00096400
                 IF WRK-FS-RELINAD NOT EQUAL 00                         00096500
                   MOVE 'ERRO NO OPEN RELINAD  ' TO WRK-MSGERRO         00096600
                   MOVE '1000'                   TO WRK-SECAO           00096700
                   MOVE WRK-FS-RELINAD           TO WRK-STATUS          00096800
                    PERFORM 9000-TRATAERROS                             00096900
                 END-IF.                                                00097000
                                                                        00097100
       4000-99-FIM.              EXIT.                                  00097200
      *-------------------------------------------------------------*   00097300
       4100-TESTARSTATUS-ARCAD                      SECTION.            00097400
      *-------------------------------------------------------------*   00097500
               IF WRK-FS-ARCAD NOT EQUAL 00                             00097600
                           AND WRK-FS-ARCAD NOT EQUAL 10                00097700
                 MOVE 'ERRO NO ARCAD         ' TO WRK-MSGERRO           00097800
                 MOVE '2000'                   TO WRK-SECAO             00097900
                 MOVE WRK-FS-ARCAD             TO WRK-STATUS            00098000
                  PERFORM 9000-TRATAERROS                               00098100
               END-IF.                                                  00098200
                                                                        00098300
       4100-99-FIM.              EXIT.                                  00098400
      *-------------------------------------------------------------*   00098500
       4200-TESTARSTATUS-ALUCONTA                   SECTION.            00098600
      *-------------------------------------------------------------*   00098700
               IF WRK-FS-ALUCONTA NOT EQUAL 00                          00098800
                           AND WRK-FS-ALUCONTA NOT EQUAL 10             00098900
                 MOVE 'ERRO NO ALUCONTA      ' TO WRK-MSGERRO           00099000
                 MOVE '1100'                   TO WRK-SECAO             00099100
                 MOVE WRK-FS-ALUCONTA          TO WRK-STATUS            00099200
                  PERFORM 9000-TRATAERROS                               00099300
               END-IF.                                                  00099400
                                                                        00099500
       4200-99-FIM.              EXIT.                                  00099600
      *-------------------------------------------------------------*   00099700
       4300-TESTARSTATUS-MOVMENS                    SECTION.            00099800
      *-------------------------------------------------------------*   00099900
               IF WRK-FS-MOVMENS NOT EQUAL 00                           00100000
                           AND WRK-FS-MOVMENS NOT EQUAL 10              00100100
                 MOVE 'ERRO NO MOVMENS       ' TO WRK-MSGERRO           00100200
                 MOVE '1150'                   TO WRK-SECAO             00100300
                 MOVE WRK-FS-MOVMENS           TO WRK-STATUS            00100400
                  PERFORM 9000-TRATAERROS                               00100500
               END-IF.                                                  00100600
                                                                        00100700
       4300-99-FIM.              EXIT.                                  00100800
      *-------------------------------------------------------------*   00100900
       4400-TESTARSTATUS-MOV0106R                   SECTION.            00101000
      *-------------------------------------------------------------*   00101100
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00101200
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00101300
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00101400
                 MOVE '2200'                   TO WRK-SECAO             00101500
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00101600
                  PERFORM 9000-TRATAERROS                               00101700
               END-IF.                                                  00101800
                                                                        00101900
       4400-99-FIM.              EXIT.                                  00102000
      *-------------------------------------------------------------*   00102100
       4500-TESTARSTATUS-INADIMP                    SECTION.            00102200
      *-------------------------------------------------------------*   00102300
               IF WRK-FS-INADIMP NOT EQUAL 00                           00102400
                 MOVE 'ERRO NO INADIMP       ' TO WRK-MSGERRO           00102500
                 MOVE '2500'                   TO WRK-SECAO             00102600
                 MOVE WRK-FS-INADIMP           TO WRK-STATUS            00102700
                  PERFORM 9000-TRATAERROS                               00102800
               END-IF.                                                  00102900
                                                                        00103000
       4500-99-FIM.              EXIT.                                  00103100
      *-------------------------------------------------------------*   00103200
       4600-TESTARSTATUS-RECINAD                    SECTION.            00103300
      *-------------------------------------------------------------*   00103400
               IF WRK-FS-RECINAD NOT EQUAL 00                           00103500
                 MOVE 'ERRO NO RECINAD       ' TO WRK-MSGERRO           00103600
                 MOVE '2300'                   TO WRK-SECAO             00103700
                 MOVE WRK-FS-RECINAD           TO WRK-STATUS            00103800
                  PERFORM 9000-TRATAERROS                               00103900
               END-IF.                                                  00104000
                                                                        00104100
       4600-99-FIM.              EXIT.                                  00104200
      *-------------------------------------------------------------*   00104300
       5000-CALCULAR-DIAS                           SECTION.            00104400
      *-------------------------------------------------------------*   00104500
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA O   *   00104600
      *   ENVELHECIMENTO (CALENDARIO GREGORIANO; OS BISSEXTOS ATE   *   00104700
      *   O ANO ANTERIOR, O DO ANO PELO MES).                       *   00104800
      *-------------------------------------------------------------*   00104900
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00105000
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00105100
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00105200
            DIVIDE WRK-DN-ANTERIOR BY 100                               00105300
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00105400
            DIVIDE WRK-DN-ANTERIOR BY 400                               00105500
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00105600
                                                                        00105700
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00105800
                                  + WRK-DN-QUOC4                        00105900
                                  - WRK-DN-QUOC100                      00106000
                                  + WRK-DN-QUOC400                      00106100
                                  + WRK-DN-DIA.                         00106200
                                                                        00106300
            EVALUATE WRK-DN-MES                                         00106400
              WHEN 01 CONTINUE                                          00106500
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00106600
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00106700
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00106800
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00106900
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00107000
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00107100
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00107200
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00107300
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00107400
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00107500
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00107600
            END-EVALUATE.                                               00107700
                                                                        00107800
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00107900
            IF WRK-DN-BISSEXTO EQUAL 1                                  00108000
               AND WRK-DN-MES GREATER 2                                 00108100
               ADD 1 TO WRK-DN-RESULT                                   00108200
            END-IF.                                                     00108300
                                                                        00108400
       5000-99-FIM.              EXIT.                                  00108500
      *-------------------------------------------------------------*   00108600
       5100-VERIFICAR-BISSEXTO                      SECTION.            00108700
      *-------------------------------------------------------------*   00108800
            DIVIDE WRK-DN-ANO BY 4                                      00108900
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00109000
            DIVIDE WRK-DN-ANO BY 100                                    00109100
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00109200
            DIVIDE WRK-DN-ANO BY 400                                    00109300
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00109400
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00109500
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00109600
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00109700
               MOVE 1 TO WRK-DN-BISSEXTO                                00109800
            ELSE                                                        00109900
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00110000
            END-IF.                                                     00110100
                                                                        00110200
       5100-99-FIM.              EXIT.                                  00110300
      *-------------------------------------------------------------*   00110400
       9000-TRATAERROS                              SECTION.            00110500
      *-------------------------------------------------------------*   00110600
           MOVE 'ARQ1914' TO WRK-PROGRAMA                               00110700
           MOVE 'E'        TO WRK-SEVERIDADE                            00110800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00110900
           GOBACK.                                                      00111000
                                                                        00111100
       9000-99-FIM.              EXIT.                                  00111200
