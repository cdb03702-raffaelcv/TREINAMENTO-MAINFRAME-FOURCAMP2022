      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX68.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: APONTAMENTO DE HORAS FALTANTE NO PERIODO. O     *   00001200
      *    FATURAMENTO (FR19EX42) E O CUSTO (FR19DB18) SUBCONTAM    *   00001300
      *    CALADOS QUANDO UM FUNCIONARIO ATIVO NAO APONTA. ESTE     *   00001400
      *    PROGRAMA LE OS ATIVOS DO FUNCUNL (FR19DB23), AS FERIAS   *   00001500
      *    DO MES (FERENT = FERSAI DO FR19DB47) E OS AFASTAMENTOS   *   00001600
      *    DO MES (AFASENT = AFASMES DO FR19DB49), SOMA AS HORAS    *   00001700
      *    DO PROJ DO PERIODO (PROJ BRUTO OU PROJOK, COM CABECALHO  *   00001800
      *    E RODAPE) E APONTA QUEM:                                 *   00001900
      *     - NAO TEM NENHUM APONTAMENTO (SITUACAO SEM APONTAMENTO) *   00002000
      *     - APONTOU MENOS QUE O PERCENTUAL MINIMO DAS HORAS       *   00002100
      *       ESPERADAS (SITUACAO ABAIXO DO PADRAO)                 *   00002200
      *    HORAS ESPERADAS = HORAS PADRAO DO MES (O MESMO CARTAO    *   00002300
      *    DO FR19DB18/FR19EX43) X (30 - DIAS DE FERIAS E           *   00002400
      *    AFASTAMENTO) / 30. QUEM FICOU AUSENTE O MES INTEIRO NAO  *   00002500
      *    ENTRA. O GESTOR E O DO PROJETO EM QUE O FUNCIONARIO MAIS *   00002600
      *    APONTOU NO PERIODO; SEM APONTAMENTO, O DO PERIODO        *   00002700
      *    ANTERIOR (FUNPANT = FUNPROJ ANTERIOR DO FR19EX02).       *   00002800
      *    SAIDAS: RELFALTA POR SETOR E GESTOR E O LEMBRETE, UM     *   00002900
      *    REGISTRO POR FUNCIONARIO COM O E-MAIL DO IVAN.FUNC, PARA *   00003000
      *    O AVISO SAIR ANTES DO FECHAMENTO DO PERIODO PARA O       *   00003100
      *    FATURAMENTO NO FR19EX42. FUNCIONARIO SEM E-MAIL SAI NO   *   00003200
      *    RELATORIO (RC=4).                                        *   00003300
      *    FERENT, AFASENT E FUNPANT SAO OPCIONAIS.                 *   00003400
      *    CARTAO SYSIN 1: COMPETENCIA AAAAMM (ZEROS = MES ATUAL)   *   00003500
      *    CARTAO SYSIN 2: HORAS PADRAO DO MES (9(03); ZEROS = 220) *   00003600
      *    CARTAO SYSIN 3: PERCENTUAL MINIMO (9(03); ZEROS = 50)    *   00003700
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    FUNCUNL              I                  -----------      *   00004200
      *    FERENT               I                  -----------      *   00004300
      *    AFASENT              I                  -----------      *   00004400
      *    PROJMST              I                  -----------      *   00004500
      *    PROJ                 I                  #PROJ            *   00004600
      *    FUNPANT              I                  -----------      *   00004700
      *    RELFALTA             O                  -----------      *   00004800
      *    LEMBRETE             O                  -----------      *   00004900
      *-------------------------------------------------------------*   00005000
      *   MODULOS....:                             INCLUDE/BOOK     *   00005100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005200
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005300
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
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00006800
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00006900
                                                                        00007000
            SELECT FERENT ASSIGN TO FERENT                              00007100
                 FILE STATUS IS WRK-FS-FERENT.                          00007200
                                                                        00007300
            SELECT AFASENT ASSIGN TO AFASENT                            00007400
                 FILE STATUS IS WRK-FS-AFASENT.                         00007500
                                                                        00007600
            SELECT PROJMST ASSIGN TO PROJMST                            00007700
                 FILE STATUS IS WRK-FS-PROJMST.                         00007800
                                                                        00007900
            SELECT PROJ ASSIGN TO PROJ                                  00008000
                 FILE STATUS IS WRK-FS-PROJ.                            00008100
                                                                        00008200
            SELECT FUNPANT ASSIGN TO FUNPANT                            00008300
                 FILE STATUS IS WRK-FS-FUNPANT.                         00008400
                                                                        00008500
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008600
                                                                        00008700
            SELECT RELFALTA ASSIGN TO RELFALTA                          00008800
                 FILE STATUS IS WRK-FS-RELFALTA.                        00008900
                                                                        00009000
            SELECT LEMBRETE ASSIGN TO LEMBRETE                          00009100
                 FILE STATUS IS WRK-FS-LEMBRETE.                        00009200
                                                                        00009300
      *=============================================================*   00009400
       DATA                                      DIVISION.              00009500
      *=============================================================*   00009600
       FILE                                      SECTION.               00009700
      *-------------------LRECL 113---------------------------------*   00009800
       FD FUNCUNL                                                       00009900
           RECORDING MODE IS F                                          00010000
           LABEL RECORD IS STANDARD                                     00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-FUNCUNL.                                                   00010300
          05 FD-UNL-ID          PIC 9(05).                              00010400
          05 FD-UNL-NOME        PIC X(30).                              00010500
          05 FD-UNL-SETOR       PIC X(04).                              00010600
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00010700
          05 FD-UNL-DATAADM     PIC X(10).                              00010800
          05 FD-UNL-EMAIL       PIC X(40).                              00010900
          05 FD-UNL-STATUS      PIC X(01).                              00011000
          05 FD-UNL-DATADEM     PIC X(10).                              00011100
          05 FD-UNL-EMPRESA     PIC X(03).                              00011200
                                                                        00011300
      *-------------------LRECL 52----------------------------------*   00011400
       FD FERENT                                                        00011500
           RECORDING MODE IS F                                          00011600
           LABEL RECORD IS STANDARD                                     00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-FERENT.                                                    00011900
          05 FD-FER-IDFUNC       PIC 9(05).                             00012000
          05 FD-FER-DATAINI      PIC 9(08).                             00012100
          05 FD-FER-DIAS         PIC 9(03).                             00012200
          05 FD-FER-DATAPAGTO    PIC 9(08).                             00012300
          05 FD-FER-MES1         PIC 9(06).                             00012400
          05 FD-FER-DIAS1        PIC 9(03).                             00012500
          05 FD-FER-MES2         PIC 9(06).                             00012600
          05 FD-FER-DIAS2        PIC 9(03).                             00012700
          05 FD-FER-BRUTO        PIC 9(08)V99.                          00012800
      *-------------------LRECL 20----------------------------------*   00012900
       FD AFASENT                                                       00013000
           RECORDING MODE IS F                                          00013100
           LABEL RECORD IS STANDARD                                     00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-AFASENT.                                                   00013400
          05 FD-AFA-IDFUNC       PIC 9(05).                             00013500
          05 FD-AFA-COMPET       PIC 9(06).                             00013600
          05 FD-AFA-DIAS-EMPRESA PIC 9(03).                             00013700
          05 FD-AFA-DIAS-INSS    PIC 9(03).                             00013800
          05 FD-AFA-DIAS-SEMREM  PIC 9(03).                             00013900
                                                                        00014000
      *-------------------LRECL 80----------------------------------*   00014100
       FD PROJMST                                                       00014200
           RECORDING MODE IS F                                          00014300
           LABEL RECORD IS STANDARD                                     00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-PROJMST.                                                   00014600
          05 FD-PRM-CODIGO         PIC X(08).                           00014700
          05 FD-PRM-NOME           PIC X(30).                           00014800
          05 FD-PRM-GESTOR         PIC X(20).                           00014900
          05 FD-PRM-HORASORC       PIC 9(06).                           00015000
          05 FD-PRM-STATUS         PIC X(01).                           00015100
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00015200
          05 FD-PRM-CLIENTE        PIC X(05).                           00015300
          05 FD-PRM-PRAZO          PIC 9(02).                           00015400
                                                                        00015500
      *-------------------LRECL 28----------------------------------*   00015600
       FD PROJ                                                          00015700
           RECORDING MODE IS F                                          00015800
           LABEL RECORD IS STANDARD                                     00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       COPY '#PROJ'.                                                    00016100
                                                                        00016200
      *-------------------LRECL 61----------------------------------*   00016300
       FD FUNPANT                                                       00016400
           RECORDING MODE IS F                                          00016500
           LABEL RECORD IS STANDARD                                     00016600
           BLOCK CONTAINS 0 RECORDS.                                    00016700
       01 FD-FUNPANT.                                                   00016800
          05 FD-FPA-IDFUNC       PIC 9(05).                             00016900
          05 FD-FPA-NOMEFUNC     PIC X(30).                             00017000
          05 FD-FPA-PROJETO      PIC X(20).                             00017100
          05 FD-FPA-QTHORAS      PIC 9(03).                             00017200
          05 FD-FPA-EMPRESA      PIC X(03).                             00017300
                                                                        00017400
      *-------------------LRECL 100---------------------------------*   00017500
       FD RELFALTA                                                      00017600
           RECORDING MODE IS F.                                         00017700
       01 FD-RELFALTA              PIC X(100).                          00017800
                                                                        00017900
      *-------------------LRECL 120---------------------------------*   00018000
       FD LEMBRETE                                                      00018100
           RECORDING MODE IS F.                                         00018200
       01 FD-LEMBRETE.                                                  00018300
          05 FD-LEM-IDFUNC         PIC 9(05).                           00018400
          05 FD-LEM-NOME           PIC X(30).                           00018500
          05 FD-LEM-EMAIL          PIC X(40).                           00018600
          05 FD-LEM-SETOR          PIC X(04).                           00018700
          05 FD-LEM-GESTOR         PIC X(20).                           00018800
          05 FD-LEM-COMPET         PIC 9(06).                           00018900
          05 FD-LEM-HORAS          PIC 9(05).                           00019000
          05 FD-LEM-ESPERADO       PIC 9(05).                           00019100
          05 FD-LEM-SITUACAO       PIC X(01).                           00019200
          05 FILLER                PIC X(04).                           00019300
                                                                        00019400
      *=============================================================*   00019500
       WORKING-STORAGE                             SECTION.             00019600
      *=============================================================*   00019700
                                                                        00019800
       01 FILLER          PIC X(64) VALUE                               00019900
           '-----------BOOK LOGERROS------------------------'.          00020000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00020100
       COPY '#GLOG'.                                                    00020200
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00020300
       COPY '#GSTAT'.                                                   00020400
      *-------------------------------------------------------------*   00020500
                                                                        00020600
       01 FILLER          PIC X(64) VALUE                               00020700
           '-----------VARIAVEIS DE STATUS------------------'.          00020800
                                                                        00020900
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00021000
       77 WRK-FS-FERENT   PIC 9(02).                                    00021100
       77 WRK-FS-AFASENT  PIC 9(02).                                    00021200
       77 WRK-FS-PROJMST  PIC 9(02).                                    00021300
       77 WRK-FS-PROJ     PIC 9(02).                                    00021400
       77 WRK-FS-FUNPANT  PIC 9(02).                                    00021500
       77 WRK-FS-RELFALTA PIC 9(02).                                    00021600
       77 WRK-FS-LEMBRETE PIC 9(02).                                    00021700
                                                                        00021800
       01 FILLER          PIC X(64) VALUE                               00021900
           '-----------PARAMETROS SYSIN---------------------'.          00022000
                                                                        00022100
       01 WRK-COMPCARD.                                                 00022200
          05 FILLER              PIC X(10).                             00022300
          05 WRK-COMPCARD-AC     PIC 9(06).                             00022400
                                                                        00022500
       01 WRK-HORASPADRAO.                                              00022600
          05 FILLER              PIC X(10).                             00022700
          05 WRK-HORASPADRAO-AC  PIC 9(03).                             00022800
                                                                        00022900
       01 WRK-PCTMINIMO.                                                00023000
          05 FILLER              PIC X(10).                             00023100
          05 WRK-PCTMINIMO-AC    PIC 9(03).                             00023200
                                                                        00023300
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00023400
       77 WRK-HORAS-PADRAO PIC 9(03) VALUE ZEROES.                      00023500
       77 WRK-PCT-MINIMO  PIC 9(03) VALUE ZEROES.                       00023600
                                                                        00023700
       01 FILLER          PIC X(64) VALUE                               00023800
           '-----------FUNCIONARIOS ATIVOS EM MEMORIA-------'.          00023900
                                                                        00024000
       77 WRK-SW-FIM-FUN  PIC X(01) VALUE 'N'.                          00024100
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00024200
       77 WRK-QTD-FUN     PIC 9(04) VALUE ZEROES.                       00024300
       77 WRK-SUB-FUN     PIC 9(04) VALUE ZEROES.                       00024400
       77 WRK-IDX-FUN     PIC 9(04) VALUE ZEROES.                       00024500
       77 WRK-ID-BUSCA    PIC 9(05) VALUE ZEROES.                       00024600
       01 WRK-TAB-FUNCIONARIOS.                                         00024700
          05 WRK-FUN-LINHA OCCURS 3000 TIMES.                           00024800
             10 WRK-FUN-ID          PIC 9(05).                          00024900
             10 WRK-FUN-NOME        PIC X(30).                          00025000
             10 WRK-FUN-SETOR       PIC X(04).                          00025100
             10 WRK-FUN-EMAIL       PIC X(40).                          00025200
             10 WRK-FUN-HORAS       PIC 9(05).                          00025300
             10 WRK-FUN-DIASAUS     PIC 9(03).                          00025400
             10 WRK-FUN-ESPERADO    PIC 9(05).                          00025500
             10 WRK-FUN-GESTOR      PIC X(20).                          00025600
             10 WRK-FUN-MAIOR       PIC 9(03).                          00025700
             10 WRK-FUN-GESTANT     PIC X(20).                          00025800
             10 WRK-FUN-MAIORANT    PIC 9(03).                          00025900
             10 WRK-FUN-SITUACAO    PIC X(01).                          00026000
                88 WRK-FUN-EM-DIA            VALUE ' '.                 00026100
                88 WRK-FUN-SEM-APONT         VALUE 'S'.                 00026200
                88 WRK-FUN-ABAIXO            VALUE 'B'.                 00026300
                88 WRK-FUN-AUSENTE           VALUE 'X'.                 00026400
             10 WRK-FUN-IMPRESSO    PIC X(01).                          00026500
                                                                        00026600
       01 FILLER          PIC X(64) VALUE                               00026700
           '-----------CADASTRO DE PROJETOS EM MEMORIA------'.          00026800
                                                                        00026900
       77 WRK-SW-FIM-PRM  PIC X(01) VALUE 'N'.                          00027000
           88 WRK-FIM-PROJMST       VALUE 'S'.                          00027100
       77 WRK-QTD-PRM     PIC 9(04) VALUE ZEROES.                       00027200
       77 WRK-SUB-PRM     PIC 9(04) VALUE ZEROES.                       00027300
       77 WRK-IDX-PRM     PIC 9(04) VALUE ZEROES.                       00027400
       77 WRK-PROJ-BUSCA  PIC X(08) VALUE SPACES.                       00027500
       77 WRK-GESTOR-ACHADO PIC X(20) VALUE SPACES.                     00027600
       01 WRK-TAB-PROJETOS.                                             00027700
          05 WRK-PRM-LINHA OCCURS 500 TIMES.                            00027800
             10 WRK-PRM-CODIGO     PIC X(08).                           00027900
             10 WRK-PRM-GESTOR     PIC X(20).                           00028000
                                                                        00028100
       01 FILLER          PIC X(64) VALUE                               00028200
           '-----------QUEBRA POR SETOR E GESTOR------------'.          00028300
                                                                        00028400
       77 WRK-SW-FIM-GRP  PIC X(01) VALUE 'N'.                          00028500
           88 WRK-FIM-GRUPOS        VALUE 'S'.                          00028600
       01 WRK-CHAVE-ATUAL.                                              00028700
          05 WRK-CHV-SETOR       PIC X(04).                             00028800
          05 WRK-CHV-GESTOR      PIC X(20).                             00028900
       01 WRK-CHAVE-ITEM.                                               00029000
          05 WRK-CHI-SETOR       PIC X(04).                             00029100
          05 WRK-CHI-GESTOR      PIC X(20).                             00029200
       77 WRK-SETOR-ANT   PIC X(04) VALUE HIGH-VALUES.                  00029300
       77 WRK-QTD-GRUPO   PIC 9(05) VALUE ZEROES.                       00029400
                                                                        00029500
       01 FILLER          PIC X(64) VALUE                               00029600
           '-----------CONTADORES E CONTROLES---------------'.          00029700
                                                                        00029800
       77 WRK-SW-FER      PIC X(01) VALUE 'N'.                          00029900
           88 WRK-FIM-FERENT        VALUE 'S'.                          00030000
       77 WRK-SW-AFA      PIC X(01) VALUE 'N'.                          00030100
           88 WRK-FIM-AFASENT       VALUE 'S'.                          00030200
       77 WRK-SW-FPA      PIC X(01) VALUE 'N'.                          00030300
           88 WRK-FIM-FUNPANT       VALUE 'S'.                          00030400
       77 WRK-SW-FIM-PROJ PIC X(01) VALUE 'N'.                          00030500
           88 WRK-FIM-PROJ          VALUE 'S'.                          00030600
       77 WRK-SW-DADO-PROJ PIC X(01) VALUE 'N'.                         00030700
           88 WRK-DADO-PROJ-OK      VALUE 'S'.                          00030800
                                                                        00030900
       77 WRK-REGFUNC     PIC 9(05) VALUE ZEROES.                       00031000
       77 WRK-REGPROJ     PIC 9(05) VALUE ZEROES.                       00031100
       77 WRK-QTD-FORA    PIC 9(05) VALUE ZEROES.                       00031200
       77 WRK-QTD-AUSENTE PIC 9(05) VALUE ZEROES.                       00031300
       77 WRK-QTD-SEMAPONT PIC 9(05) VALUE ZEROES.                      00031400
       77 WRK-QTD-ABAIXO  PIC 9(05) VALUE ZEROES.                       00031500
       77 WRK-QTD-LEMBRETE PIC 9(05) VALUE ZEROES.                      00031600
       77 WRK-QTD-SEMEMAIL PIC 9(05) VALUE ZEROES.                      00031700
       77 WRK-HASH-LEMBRETE PIC 9(12) VALUE ZEROES.                     00031800
       77 WRK-DIAS-MES    PIC 9(03) VALUE ZEROES.                       00031900
       77 WRK-HORAS-MINIMO PIC 9(05) VALUE ZEROES.                      00032000
       77 WRK-PCT-APONTADO PIC 9(03) VALUE ZEROES.                      00032100
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00032200
       01 WRK-DATAADM-COMP.                                             00032300
          05 WRK-DTA-ANO         PIC X(04).                             00032400
          05 WRK-DTA-MES         PIC X(02).                             00032500
                                                                        00032600
      *-------VERIFICACAO DE CABECALHO/RODAPE DO PROJ----------------*  00032700
       77 WRK-CT-PROJ        PIC 9(05)  VALUE ZEROES.                   00032800
       77 WRK-HASH-PROJ      PIC 9(12)  VALUE ZEROES.                   00032900
       77 WRK-TRLCT-PROJ     PIC 9(05)  VALUE ZEROES.                   00033000
       77 WRK-TRLHASH-PROJ   PIC 9(12)  VALUE ZEROES.                   00033100
       77 WRK-SW-CAB-PROJ    PIC X(01) VALUE 'N'.                       00033200
           88 WRK-TEM-CAB-PROJ        VALUE 'S'.                        00033300
       77 WRK-SW-TRL-PROJ    PIC X(01) VALUE 'N'.                       00033400
           88 WRK-TEM-TRL-PROJ        VALUE 'S'.                        00033500
       77 WRK-PARSE-CT       PIC 9(05)  VALUE ZEROES.                   00033600
       77 WRK-PARSE-HASH     PIC 9(12)  VALUE ZEROES.                   00033700
                                                                        00033800
       01 FILLER          PIC X(64) VALUE                               00033900
           '-----------CONTROLE GRAVADO NO LEMBRETE---------'.          00034000
                                                                        00034100
       01 WRK-LEMBRETE-CAB.                                             00034200
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00034300
          05 FILLER              PIC X(01) VALUE SPACE.                 00034400
          05 WRK-CABL-PROGRAMA   PIC X(08) VALUE 'FR19EX68'.            00034500
          05 FILLER              PIC X(01) VALUE SPACE.                 00034600
          05 WRK-CABL-COMPET     PIC 9(06).                             00034700
          05 FILLER              PIC X(01) VALUE SPACE.                 00034800
          05 WRK-CABL-DATA       PIC 9(08).                             00034900
          05 FILLER              PIC X(86) VALUE SPACES.                00035000
                                                                        00035100
       01 WRK-LEMBRETE-TRL.                                             00035200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00035300
          05 FILLER              PIC X(01) VALUE SPACE.                 00035400
          05 WRK-TRLL-QTD        PIC 9(05).                             00035500
          05 FILLER              PIC X(01) VALUE SPACE.                 00035600
          05 WRK-TRLL-HASH       PIC 9(12).                             00035700
          05 FILLER              PIC X(92) VALUE SPACES.                00035800
                                                                        00035900
       01 FILLER          PIC X(64) VALUE                               00036000
           '-----------LINHAS DO RELATORIO------------------'.          00036100
                                                                        00036200
       01 WRK-LINHA-TITULO.                                             00036300
          05 FILLER              PIC X(40) VALUE                        00036400
             'APONTAMENTO DE HORAS FALTANTE           '.                00036500
          05 FILLER              PIC X(07) VALUE 'COMPET '.             00036600
          05 WRK-TIT-COMPET      PIC 9(06).                             00036700
          05 FILLER              PIC X(09) VALUE '  PADRAO '.           00036800
          05 WRK-TIT-PADRAO      PIC ZZ9.                               00036900
          05 FILLER              PIC X(09) VALUE '  MINIMO '.           00037000
          05 WRK-TIT-PCT         PIC ZZ9.                               00037100
          05 FILLER              PIC X(01) VALUE '%'.                   00037200
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00037300
          05 WRK-TIT-DATA        PIC 9(08).                             00037400
          05 FILLER              PIC X(06) VALUE SPACES.                00037500
                                                                        00037600
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00037700
                                                                        00037800
       01 WRK-LINHA-GRUPO.                                              00037900
          05 FILLER              PIC X(07) VALUE 'SETOR: '.             00038000
          05 WRK-GRP-SETOR       PIC X(04).                             00038100
          05 FILLER              PIC X(11) VALUE '   GESTOR: '.         00038200
          05 WRK-GRP-GESTOR      PIC X(20).                             00038300
          05 FILLER              PIC X(58) VALUE SPACES.                00038400
                                                                        00038500
       01 WRK-LINHA-COLUNAS.                                            00038600
          05 FILLER              PIC X(50) VALUE                        00038700
             ' ID     NOME                           APONT.  ESP'.      00038800
          05 FILLER              PIC X(50) VALUE                        00038900
             'ER. PCT SITUACAO          E-MAIL                  '.      00039000
                                                                        00039100
       01 WRK-LINHA-ITEM.                                               00039200
          05 FILLER              PIC X(01) VALUE SPACE.                 00039300
          05 WRK-ITM-ID          PIC 9(05).                             00039400
          05 FILLER              PIC X(02) VALUE SPACES.                00039500
          05 WRK-ITM-NOME        PIC X(30).                             00039600
          05 FILLER              PIC X(01) VALUE SPACE.                 00039700
          05 WRK-ITM-HORAS       PIC ZZ.ZZ9.                            00039800
          05 FILLER              PIC X(02) VALUE SPACES.                00039900
          05 WRK-ITM-ESPERADO    PIC ZZ.ZZ9.                            00040000
          05 FILLER              PIC X(01) VALUE SPACE.                 00040100
          05 WRK-ITM-PCT         PIC ZZ9.                               00040200
          05 FILLER              PIC X(01) VALUE SPACE.                 00040300
          05 WRK-ITM-SITUACAO    PIC X(17).                             00040400
          05 FILLER              PIC X(01) VALUE SPACE.                 00040500
          05 WRK-ITM-EMAIL       PIC X(24).                             00040600
                                                                        00040700
       01 WRK-LINHA-TOTGRP.                                             00040800
          05 FILLER              PIC X(30) VALUE                        00040900
             '  FUNCIONARIOS NO GRUPO......:'.                          00041000
          05 WRK-TGR-QTD         PIC ZZ.ZZ9.                            00041100
          05 FILLER              PIC X(64) VALUE SPACES.                00041200
                                                                        00041300
       01 WRK-LINHA-QTD.                                                00041400
          05 WRK-QTD-ROTULO      PIC X(30).                             00041500
          05 WRK-QTD-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00041600
          05 FILLER              PIC X(55) VALUE SPACES.                00041700
                                                                        00041800
      *=============================================================*   00041900
       PROCEDURE DIVISION.                                              00042000
      *=============================================================*   00042100
                                                                        00042200
      *-------------------------------------------------------------*   00042300
       0000-PRINCIPAL                           SECTION.                00042400
      *-------------------------------------------------------------*   00042500
                                                                        00042600
            PERFORM  1000-INICIAR.                                      00042700
                                                                        00042800
            PERFORM  1100-CARREGAR-FUNCUNL UNTIL WRK-FIM-FUNCUNL.       00042900
            PERFORM  1150-CARREGAR-PROJMST UNTIL WRK-FIM-PROJMST.       00043000
            PERFORM  1200-ABRIR-OPCIONAIS.                              00043100
                                                                        00043200
            PERFORM  1500-LER-PROJ.                                     00043300
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-PROJ.                 00043400
                                                                        00043500
            MOVE 1 TO WRK-SUB-FUN.                                      00043600
            PERFORM  2500-CLASSIFICAR UNTIL WRK-SUB-FUN GREATER         00043700
                                            WRK-QTD-FUN.                00043800
                                                                        00043900
            PERFORM  2700-LISTAR-GRUPO UNTIL WRK-FIM-GRUPOS.            00044000
                                                                        00044100
            PERFORM  3000-FINALIZAR.                                    00044200
                                                                        00044300
            STOP RUN.                                                   00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
       1000-INICIAR                             SECTION.                00044700
      *-------------------------------------------------------------*   00044800
             OPEN INPUT  FUNCUNL PROJMST PROJ                           00044900
                  OUTPUT RELFALTA LEMBRETE.                             00045000
                                                                        00045100
               PERFORM 4000-TESTARSTATUS.                               00045200
                                                                        00045300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00045400
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00045500
               IF WRK-COMPCARD-AC IS NUMERIC                            00045600
                  AND WRK-COMPCARD-AC GREATER ZEROES                    00045700
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00045800
               ELSE                                                     00045900
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00046000
               END-IF.                                                  00046100
               ACCEPT WRK-HORASPADRAO FROM SYSIN.                       00046200
               IF WRK-HORASPADRAO-AC NOT NUMERIC                        00046300
                  OR WRK-HORASPADRAO-AC EQUAL ZEROES                    00046400
                  MOVE 220 TO WRK-HORAS-PADRAO                          00046500
               ELSE                                                     00046600
                  MOVE WRK-HORASPADRAO-AC TO WRK-HORAS-PADRAO           00046700
               END-IF.                                                  00046800
               ACCEPT WRK-PCTMINIMO FROM SYSIN.                         00046900
               IF WRK-PCTMINIMO-AC NOT NUMERIC                          00047000
                  OR WRK-PCTMINIMO-AC EQUAL ZEROES                      00047100
                  MOVE 50 TO WRK-PCT-MINIMO                             00047200
               ELSE                                                     00047300
                  MOVE WRK-PCTMINIMO-AC TO WRK-PCT-MINIMO               00047400
               END-IF.                                                  00047500
                                                                        00047600
               MOVE WRK-COMPETENCIA TO WRK-CABL-COMPET WRK-TIT-COMPET.  00047700
               MOVE WRK-DATA-HOJE   TO WRK-CABL-DATA WRK-TIT-DATA.      00047800
               MOVE WRK-HORAS-PADRAO TO WRK-TIT-PADRAO.                 00047900
               MOVE WRK-PCT-MINIMO  TO WRK-TIT-PCT.                     00048000
               WRITE FD-LEMBRETE FROM WRK-LEMBRETE-CAB.                 00048100
                                                                        00048200
               WRITE FD-RELFALTA FROM WRK-LINHA-TRACO.                  00048300
               WRITE FD-RELFALTA FROM WRK-LINHA-TITULO.                 00048400
               WRITE FD-RELFALTA FROM WRK-LINHA-TRACO.                  00048500
                                                                        00048600
               MOVE 'FR19EX68' TO WRK-EST-PROGRAMA.                     00048700
               MOVE 'I' TO WRK-EST-EVENTO.                              00048800
               MOVE ZEROES TO WRK-EST-LIDOS                             00048900
                              WRK-EST-GRAVADOS                          00049000
                              WRK-EST-REJEITADOS.                       00049100
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00049200
                                                                        00049300
       1000-99-FIM.              EXIT.                                  00049400
      *-------------------------------------------------------------*   00049500
       1100-CARREGAR-FUNCUNL                    SECTION.                00049600
      *-------------------------------------------------------------*   00049700
      *   SO OS ATIVOS (STATUS 'A') JA ADMITIDOS ATE A COMPETENCIA  *   00049800
      *   ENTRAM NA TABELA.                                         *   00049900
      *-------------------------------------------------------------*   00050000
            READ FUNCUNL                                                00050100
              AT END                                                    00050200
                MOVE 'S' TO WRK-SW-FIM-FUN                              00050300
            END-READ.                                                   00050400
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00050500
            IF WRK-FS-FUNCUNL NOT EQUAL 00                              00050600
               GO TO 1100-99-FIM.                                       00050700
            IF FD-FUNCUNL (1:9) EQUAL 'CABECALHO'                       00050800
               OR FD-FUNCUNL (1:6) EQUAL 'RODAPE'                       00050900
               GO TO 1100-99-FIM.                                       00051000
            ADD 1 TO WRK-REGFUNC.                                       00051100
            MOVE FD-UNL-DATAADM (1:4) TO WRK-DTA-ANO.                   00051200
            MOVE FD-UNL-DATAADM (6:2) TO WRK-DTA-MES.                   00051300
            IF FD-UNL-STATUS NOT EQUAL 'A'                              00051400
               OR WRK-DATAADM-COMP GREATER WRK-COMPETENCIA              00051500
               ADD 1 TO WRK-QTD-FORA                                    00051600
               GO TO 1100-99-FIM.                                       00051700
            IF WRK-QTD-FUN NOT LESS 3000                                00051800
               MOVE 'TABELA DE FUNCIONARIOS CHEIA ' TO WRK-MSGERRO      00051900
               MOVE '1100' TO WRK-SECAO                                 00052000
               PERFORM 9100-ERRO-CONTROLE                               00052100
            END-IF.                                                     00052200
            ADD 1 TO WRK-QTD-FUN.                                       00052300
            MOVE FD-UNL-ID     TO WRK-FUN-ID (WRK-QTD-FUN).             00052400
            MOVE FD-UNL-NOME   TO WRK-FUN-NOME (WRK-QTD-FUN).           00052500
            MOVE FD-UNL-SETOR  TO WRK-FUN-SETOR (WRK-QTD-FUN).          00052600
            MOVE FD-UNL-EMAIL  TO WRK-FUN-EMAIL (WRK-QTD-FUN).          00052700
            MOVE ZEROES        TO WRK-FUN-HORAS (WRK-QTD-FUN)           00052800
                                  WRK-FUN-DIASAUS (WRK-QTD-FUN)         00052900
                                  WRK-FUN-ESPERADO (WRK-QTD-FUN)        00053000
                                  WRK-FUN-MAIOR (WRK-QTD-FUN)           00053100
                                  WRK-FUN-MAIORANT (WRK-QTD-FUN).       00053200
            MOVE SPACES        TO WRK-FUN-GESTOR (WRK-QTD-FUN)          00053300
                                  WRK-FUN-GESTANT (WRK-QTD-FUN)         00053400
                                  WRK-FUN-SITUACAO (WRK-QTD-FUN).       00053500
            MOVE 'N'           TO WRK-FUN-IMPRESSO (WRK-QTD-FUN).       00053600
       1100-99-FIM.              EXIT.                                  00053700
      *-------------------------------------------------------------*   00053800
       1150-CARREGAR-PROJMST                    SECTION.                00053900
      *-------------------------------------------------------------*   00054000
            READ PROJMST                                                00054100
              AT END                                                    00054200
                MOVE 'S' TO WRK-SW-FIM-PRM                              00054300
            END-READ.                                                   00054400
            PERFORM 4200-TESTARSTATUS-PROJMST.                          00054500
            IF WRK-FS-PROJMST EQUAL 00                                  00054600
               IF FD-PROJMST (1:9) NOT EQUAL 'CABECALHO'                00054700
                  AND FD-PROJMST (1:6) NOT EQUAL 'RODAPE'               00054800
                  IF WRK-QTD-PRM LESS 500                               00054900
                     ADD 1 TO WRK-QTD-PRM                               00055000
                     MOVE FD-PRM-CODIGO TO WRK-PRM-CODIGO (WRK-QTD-PRM) 00055100
                     MOVE FD-PRM-GESTOR TO WRK-PRM-GESTOR (WRK-QTD-PRM) 00055200
                  ELSE                                                  00055300
                     MOVE 'TABELA DE PROJETOS CHEIA     '               00055400
                          TO WRK-MSGERRO                                00055500
                     MOVE '1150' TO WRK-SECAO                           00055600
                     PERFORM 9100-ERRO-CONTROLE                         00055700
                  END-IF                                                00055800
               END-IF                                                   00055900
            END-IF.                                                     00056000
       1150-99-FIM.              EXIT.                                  00056100
      *-------------------------------------------------------------*   00056200
       1200-ABRIR-OPCIONAIS                     SECTION.                00056300
      *-------------------------------------------------------------*   00056400
      *----FERIAS DO MES; SEM O ARQUIVO, NENHUM DIA DE FERIAS-------*   00056500
            OPEN INPUT FERENT.                                          00056600
            IF WRK-FS-FERENT NOT EQUAL 00                               00056700
               DISPLAY ' SEM FERENT (FS=' WRK-FS-FERENT                 00056800
                       ') - SEM FERIAS NO PERIODO'                      00056900
               MOVE 'S' TO WRK-SW-FER                                   00057000
            ELSE                                                        00057100
               PERFORM 1250-CARREGAR-FERIAS                             00057200
                       UNTIL WRK-FIM-FERENT                             00057300
               CLOSE FERENT                                             00057400
            END-IF.                                                     00057500
      *----AFASTAMENTOS; SEM O ARQUIVO, NENHUM DIA AFASTADO---------*   00057600
            OPEN INPUT AFASENT.                                         00057700
            IF WRK-FS-AFASENT NOT EQUAL 00                              00057800
               DISPLAY ' SEM AFASENT (FS=' WRK-FS-AFASENT               00057900
                       ') - SEM AFASTAMENTOS NO PERIODO'                00058000
               MOVE 'S' TO WRK-SW-AFA                                   00058100
            ELSE                                                        00058200
               PERFORM 1300-CARREGAR-AFASTAMENTOS                       00058300
                       UNTIL WRK-FIM-AFASENT                            00058400
               CLOSE AFASENT                                            00058500
            END-IF.                                                     00058600
      *----PERIODO ANTERIOR; SEM O ARQUIVO, GESTOR SO PELO PROJ------*  00058700
            OPEN INPUT FUNPANT.                                         00058800
            IF WRK-FS-FUNPANT NOT EQUAL 00                              00058900
               DISPLAY ' SEM FUNPANT (FS=' WRK-FS-FUNPANT               00059000
                       ') - GESTOR SO PELO PERIODO ATUAL'               00059100
               MOVE 'S' TO WRK-SW-FPA                                   00059200
            ELSE                                                        00059300
               PERFORM 1350-CARREGAR-ANTERIOR                           00059400
                       UNTIL WRK-FIM-FUNPANT                            00059500
               CLOSE FUNPANT                                            00059600
            END-IF.                                                     00059700
       1200-99-FIM.              EXIT.                                  00059800
      *-------------------------------------------------------------*   00059900
       1250-CARREGAR-FERIAS                     SECTION.                00060000
      *-------------------------------------------------------------*   00060100
            READ FERENT                                                 00060200
              AT END                                                    00060300
                MOVE 'S' TO WRK-SW-FER                                  00060400
              NOT AT END                                                00060500
                MOVE FD-FER-IDFUNC TO WRK-ID-BUSCA                      00060600
                PERFORM 1900-LOCALIZAR-FUNC                             00060700
                IF WRK-IDX-FUN GREATER ZEROES                           00060800
                   IF FD-FER-MES1 EQUAL WRK-COMPETENCIA                 00060900
                      ADD FD-FER-DIAS1 TO WRK-FUN-DIASAUS (WRK-IDX-FUN) 00061000
                   END-IF                                               00061100
                   IF FD-FER-MES2 EQUAL WRK-COMPETENCIA                 00061200
                      ADD FD-FER-DIAS2 TO WRK-FUN-DIASAUS (WRK-IDX-FUN) 00061300
                   END-IF                                               00061400
                END-IF                                                  00061500
            END-READ.                                                   00061600
       1250-99-FIM.              EXIT.                                  00061700
      *-------------------------------------------------------------*   00061800
       1300-CARREGAR-AFASTAMENTOS               SECTION.                00061900
      *-------------------------------------------------------------*   00062000
            READ AFASENT                                                00062100
              AT END                                                    00062200
                MOVE 'S' TO WRK-SW-AFA                                  00062300
              NOT AT END                                                00062400
                IF FD-AFA-COMPET EQUAL WRK-COMPETENCIA                  00062500
                   MOVE FD-AFA-IDFUNC TO WRK-ID-BUSCA                   00062600
                   PERFORM 1900-LOCALIZAR-FUNC                          00062700
                   IF WRK-IDX-FUN GREATER ZEROES                        00062800
                      ADD FD-AFA-DIAS-EMPRESA FD-AFA-DIAS-INSS          00062900
                          FD-AFA-DIAS-SEMREM                            00063000
                          TO WRK-FUN-DIASAUS (WRK-IDX-FUN)              00063100
                   END-IF                                               00063200
                END-IF                                                  00063300
            END-READ.                                                   00063400
       1300-99-FIM.              EXIT.                                  00063500
      *-------------------------------------------------------------*   00063600
       1350-CARREGAR-ANTERIOR                   SECTION.                00063700
      *-------------------------------------------------------------*   00063800
            READ FUNPANT                                                00063900
              AT END                                                    00064000
                MOVE 'S' TO WRK-SW-FPA                                  00064100
              NOT AT END                                                00064200
                IF FD-FUNPANT (1:9) NOT EQUAL 'CABECALHO'               00064300
                   AND FD-FUNPANT (1:6) NOT EQUAL 'RODAPE'              00064400
                   MOVE FD-FPA-IDFUNC TO WRK-ID-BUSCA                   00064500
                   PERFORM 1900-LOCALIZAR-FUNC                          00064600
                   IF WRK-IDX-FUN GREATER ZEROES                        00064700
                      AND FD-FPA-QTHORAS GREATER                        00064800
                          WRK-FUN-MAIORANT (WRK-IDX-FUN)                00064900
                      MOVE FD-FPA-PROJETO (1:8) TO WRK-PROJ-BUSCA       00065000
                      PERFORM 1950-LOCALIZAR-GESTOR                     00065100
                      IF WRK-GESTOR-ACHADO NOT EQUAL SPACES             00065200
                         MOVE FD-FPA-QTHORAS                            00065300
                              TO WRK-FUN-MAIORANT (WRK-IDX-FUN)         00065400
                         MOVE WRK-GESTOR-ACHADO                         00065500
                              TO WRK-FUN-GESTANT (WRK-IDX-FUN)          00065600
                      END-IF                                            00065700
                   END-IF                                               00065800
                END-IF                                                  00065900
            END-READ.                                                   00066000
       1350-99-FIM.              EXIT.                                  00066100
      *-------------------------------------------------------------*   00066200
       1500-LER-PROJ                            SECTION.                00066300
      *-------------------------------------------------------------*   00066400
            MOVE 'N' TO WRK-SW-DADO-PROJ.                               00066500
            PERFORM 1510-LER-REG-PROJ UNTIL WRK-DADO-PROJ-OK.           00066600
       1500-99-FIM.              EXIT.                                  00066700
      *-------------------------------------------------------------*   00066800
       1510-LER-REG-PROJ                        SECTION.                00066900
      *-------------------------------------------------------------*   00067000
      *   TRATA OS REGISTROS DE CONTROLE DA ENTRADA E ACUMULA OS   *    00067100
      *   TOTAIS DE CONFERENCIA; NO FIM DO ARQUIVO, CONFERE.       *    00067200
      *-------------------------------------------------------------*   00067300
            READ PROJ                                                   00067400
              AT END                                                    00067500
                PERFORM 4510-VERIFICAR-CONTROLE-PROJ                    00067600
                MOVE 'S' TO WRK-SW-FIM-PROJ                             00067700
                MOVE 'S' TO WRK-SW-DADO-PROJ                            00067800
            END-READ.                                                   00067900
            PERFORM 4300-TESTARSTATUS-PROJ.                             00068000
            IF WRK-FS-PROJ EQUAL 00                                     00068100
               EVALUATE TRUE                                            00068200
                WHEN FD-PROJ (1:9) EQUAL 'CABECALHO'                    00068300
                  MOVE 'S' TO WRK-SW-CAB-PROJ                           00068400
                WHEN FD-PROJ (1:6) EQUAL 'RODAPE'                       00068500
                  MOVE 'S' TO WRK-SW-TRL-PROJ                           00068600
                  MOVE FD-PROJ (11:5) TO WRK-PARSE-CT                   00068700
                  ADD WRK-PARSE-CT TO WRK-TRLCT-PROJ                    00068800
                  MOVE FD-PROJ (17:12) TO WRK-PARSE-HASH                00068900
                  ADD WRK-PARSE-HASH TO WRK-TRLHASH-PROJ                00069000
                WHEN OTHER                                              00069100
                  ADD 1 TO WRK-CT-PROJ                                  00069200
                  ADD FD-PROJ-QTHORAS TO WRK-HASH-PROJ                  00069300
                  MOVE 'S' TO WRK-SW-DADO-PROJ                          00069400
               END-EVALUATE                                             00069500
            END-IF.                                                     00069600
       1510-99-FIM.              EXIT.                                  00069700
      *-------------------------------------------------------------*   00069800
       1900-LOCALIZAR-FUNC                      SECTION.                00069900
      *-------------------------------------------------------------*   00070000
            MOVE ZEROES TO WRK-IDX-FUN.                                 00070100
            MOVE 1 TO WRK-SUB-FUN.                                      00070200
            PERFORM 1910-COMPARAR-FUNC                                  00070300
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00070400
                       OR WRK-IDX-FUN GREATER ZEROES.                   00070500
       1900-99-FIM.              EXIT.                                  00070600
      *-------------------------------------------------------------*   00070700
       1910-COMPARAR-FUNC                       SECTION.                00070800
      *-------------------------------------------------------------*   00070900
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL WRK-ID-BUSCA              00071000
               MOVE WRK-SUB-FUN TO WRK-IDX-FUN                          00071100
            END-IF.                                                     00071200
            ADD 1 TO WRK-SUB-FUN.                                       00071300
       1910-99-FIM.              EXIT.                                  00071400
      *-------------------------------------------------------------*   00071500
       1950-LOCALIZAR-GESTOR                    SECTION.                00071600
      *-------------------------------------------------------------*   00071700
            MOVE SPACES TO WRK-GESTOR-ACHADO.                           00071800
            MOVE ZEROES TO WRK-IDX-PRM.                                 00071900
            MOVE 1 TO WRK-SUB-PRM.                                      00072000
            PERFORM 1960-COMPARAR-PROJETO                               00072100
                    UNTIL WRK-SUB-PRM GREATER WRK-QTD-PRM               00072200
                       OR WRK-IDX-PRM GREATER ZEROES.                   00072300
            IF WRK-IDX-PRM GREATER ZEROES                               00072400
               MOVE WRK-PRM-GESTOR (WRK-IDX-PRM) TO WRK-GESTOR-ACHADO   00072500
            END-IF.                                                     00072600
       1950-99-FIM.              EXIT.                                  00072700
      *-------------------------------------------------------------*   00072800
       1960-COMPARAR-PROJETO                    SECTION.                00072900
      *-------------------------------------------------------------*   00073000
            IF WRK-PRM-CODIGO (WRK-SUB-PRM) EQUAL WRK-PROJ-BUSCA        00073100
               MOVE WRK-SUB-PRM TO WRK-IDX-PRM                          00073200
            END-IF.                                                     00073300
            ADD 1 TO WRK-SUB-PRM.                                       00073400
       1960-99-FIM.              EXIT.                                  00073500
      *-------------------------------------------------------------*   00073600
       2000-PROCESSAR                           SECTION.                00073700
      *-------------------------------------------------------------*   00073800
      *   SOMA O APONTAMENTO NO FUNCIONARIO; O GESTOR E O DO MAIOR  *   00073900
      *   APONTAMENTO DO PERIODO. APONTAMENTO DE QUEM NAO ESTA NA   *   00074000
      *   TABELA (INATIVO, AUSENTE) E SO CONTADO.                   *   00074100
      *-------------------------------------------------------------*   00074200
            ADD 1 TO WRK-REGPROJ.                                       00074300
            MOVE FD-PROJ-IDFUNC TO WRK-ID-BUSCA.                        00074400
            PERFORM 1900-LOCALIZAR-FUNC.                                00074500
            IF WRK-IDX-FUN GREATER ZEROES                               00074600
               AND FD-PROJ-QTHORAS NUMERIC                              00074700
               ADD FD-PROJ-QTHORAS TO WRK-FUN-HORAS (WRK-IDX-FUN)       00074800
               IF FD-PROJ-QTHORAS GREATER WRK-FUN-MAIOR (WRK-IDX-FUN)   00074900
                  MOVE FD-PROJ-PROJETO (1:8) TO WRK-PROJ-BUSCA          00075000
                  PERFORM 1950-LOCALIZAR-GESTOR                         00075100
                  IF WRK-GESTOR-ACHADO NOT EQUAL SPACES                 00075200
                     MOVE FD-PROJ-QTHORAS                               00075300
                          TO WRK-FUN-MAIOR (WRK-IDX-FUN)                00075400
                     MOVE WRK-GESTOR-ACHADO                             00075500
                          TO WRK-FUN-GESTOR (WRK-IDX-FUN)               00075600
                  END-IF                                                00075700
               END-IF                                                   00075800
            END-IF.                                                     00075900
                                                                        00076000
            PERFORM 1500-LER-PROJ.                                      00076100
                                                                        00076200
       2000-99-FIM.              EXIT.                                  00076300
      *-------------------------------------------------------------*   00076400
       2500-CLASSIFICAR                         SECTION.                00076500
      *-------------------------------------------------------------*   00076600
            PERFORM 2510-AVALIAR-FUNCIONARIO.                           00076700
            ADD 1 TO WRK-SUB-FUN.                                       00076800
       2500-99-FIM.              EXIT.                                  00076900
      *-------------------------------------------------------------*   00077000
       2510-AVALIAR-FUNCIONARIO                 SECTION.                00077100
      *-------------------------------------------------------------*   00077200
      *   HORAS ESPERADAS PROPORCIONAIS AOS DIAS PRESENTES NO MES;  *   00077300
      *   AUSENTE O MES INTEIRO NAO E COBRADO.                      *   00077400
      *-------------------------------------------------------------*   00077500
            IF WRK-FUN-DIASAUS (WRK-SUB-FUN) NOT LESS 30                00077600
               MOVE 'X' TO WRK-FUN-SITUACAO (WRK-SUB-FUN)               00077700
               ADD 1 TO WRK-QTD-AUSENTE                                 00077800
               GO TO 2510-99-FIM.                                       00077900
                                                                        00078000
            COMPUTE WRK-DIAS-MES = 30 - WRK-FUN-DIASAUS (WRK-SUB-FUN).  00078100
            COMPUTE WRK-FUN-ESPERADO (WRK-SUB-FUN) ROUNDED =            00078200
                    WRK-HORAS-PADRAO * WRK-DIAS-MES / 30.               00078300
            COMPUTE WRK-HORAS-MINIMO ROUNDED =                          00078400
                    WRK-FUN-ESPERADO (WRK-SUB-FUN) * WRK-PCT-MINIMO     00078500
                    / 100.                                              00078600
                                                                        00078700
            EVALUATE TRUE                                               00078800
              WHEN WRK-FUN-HORAS (WRK-SUB-FUN) EQUAL ZEROES             00078900
                MOVE 'S' TO WRK-FUN-SITUACAO (WRK-SUB-FUN)              00079000
                ADD 1 TO WRK-QTD-SEMAPONT                               00079100
              WHEN WRK-FUN-HORAS (WRK-SUB-FUN) LESS WRK-HORAS-MINIMO    00079200
                MOVE 'B' TO WRK-FUN-SITUACAO (WRK-SUB-FUN)              00079300
                ADD 1 TO WRK-QTD-ABAIXO                                 00079400
              WHEN OTHER                                                00079500
                GO TO 2510-99-FIM                                       00079600
            END-EVALUATE.                                               00079700
                                                                        00079800
            IF WRK-FUN-GESTOR (WRK-SUB-FUN) EQUAL SPACES                00079900
               MOVE WRK-FUN-GESTANT (WRK-SUB-FUN)                       00080000
                    TO WRK-FUN-GESTOR (WRK-SUB-FUN)                     00080100
            END-IF.                                                     00080200
            IF WRK-FUN-GESTOR (WRK-SUB-FUN) EQUAL SPACES                00080300
               MOVE '*** SEM GESTOR ***' TO WRK-FUN-GESTOR (WRK-SUB-FUN)00080400
            END-IF.                                                     00080500
            PERFORM 2600-GRAVAR-LEMBRETE.                               00080600
                                                                        00080700
       2510-99-FIM.              EXIT.                                  00080800
      *-------------------------------------------------------------*   00080900
       2600-GRAVAR-LEMBRETE                     SECTION.                00081000
      *-------------------------------------------------------------*   00081100
            MOVE SPACES TO FD-LEMBRETE.                                 00081200
            MOVE WRK-FUN-ID (WRK-SUB-FUN)       TO FD-LEM-IDFUNC.       00081300
            MOVE WRK-FUN-NOME (WRK-SUB-FUN)     TO FD-LEM-NOME.         00081400
            MOVE WRK-FUN-EMAIL (WRK-SUB-FUN)    TO FD-LEM-EMAIL.        00081500
            MOVE WRK-FUN-SETOR (WRK-SUB-FUN)    TO FD-LEM-SETOR.        00081600
            MOVE WRK-FUN-GESTOR (WRK-SUB-FUN)   TO FD-LEM-GESTOR.       00081700
            MOVE WRK-COMPETENCIA                TO FD-LEM-COMPET.       00081800
            MOVE WRK-FUN-HORAS (WRK-SUB-FUN)    TO FD-LEM-HORAS.        00081900
            MOVE WRK-FUN-ESPERADO (WRK-SUB-FUN) TO FD-LEM-ESPERADO.     00082000
            MOVE WRK-FUN-SITUACAO (WRK-SUB-FUN) TO FD-LEM-SITUACAO.     00082100
            WRITE FD-LEMBRETE.                                          00082200
            ADD 1 TO WRK-QTD-LEMBRETE.                                  00082300
            ADD WRK-FUN-ESPERADO (WRK-SUB-FUN) TO WRK-HASH-LEMBRETE.    00082400
            IF WRK-FUN-EMAIL (WRK-SUB-FUN) EQUAL SPACES                 00082500
               ADD 1 TO WRK-QTD-SEMEMAIL                                00082600
            END-IF.                                                     00082700
       2600-99-FIM.              EXIT.                                  00082800
      *-------------------------------------------------------------*   00082900
       2700-LISTAR-GRUPO                        SECTION.                00083000
      *-------------------------------------------------------------*   00083100
      *   A CADA PASSADA ESCOLHE A MENOR CHAVE SETOR + GESTOR COM   *   00083200
      *   FUNCIONARIO PENDENTE AINDA NAO LISTADO E IMPRIME O GRUPO. *   00083300
      *-------------------------------------------------------------*   00083400
            MOVE HIGH-VALUES TO WRK-CHAVE-ATUAL.                        00083500
            MOVE 1 TO WRK-SUB-FUN.                                      00083600
            PERFORM 2710-ESCOLHER-GRUPO                                 00083700
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN.              00083800
            IF WRK-CHAVE-ATUAL EQUAL HIGH-VALUES                        00083900
               MOVE 'S' TO WRK-SW-FIM-GRP                               00084000
               GO TO 2700-99-FIM.                                       00084100
                                                                        00084200
            MOVE WRK-CHV-SETOR  TO WRK-GRP-SETOR.                       00084300
            MOVE WRK-CHV-GESTOR TO WRK-GRP-GESTOR.                      00084400
            WRITE FD-RELFALTA FROM WRK-LINHA-GRUPO.                     00084500
            WRITE FD-RELFALTA FROM WRK-LINHA-COLUNAS.                   00084600
            MOVE ZEROES TO WRK-QTD-GRUPO.                               00084700
            MOVE 1 TO WRK-SUB-FUN.                                      00084800
            PERFORM 2720-IMPRIMIR-FUNCIONARIO                           00084900
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN.              00085000
            MOVE WRK-QTD-GRUPO TO WRK-TGR-QTD.                          00085100
            WRITE FD-RELFALTA FROM WRK-LINHA-TOTGRP.                    00085200
            WRITE FD-RELFALTA FROM WRK-LINHA-TRACO.                     00085300
                                                                        00085400
       2700-99-FIM.              EXIT.                                  00085500
      *-------------------------------------------------------------*   00085600
       2710-ESCOLHER-GRUPO                      SECTION.                00085700
      *-------------------------------------------------------------*   00085800
            IF (WRK-FUN-SEM-APONT (WRK-SUB-FUN)                         00085900
                OR WRK-FUN-ABAIXO (WRK-SUB-FUN))                        00086000
               AND WRK-FUN-IMPRESSO (WRK-SUB-FUN) EQUAL 'N'             00086100
               MOVE WRK-FUN-SETOR (WRK-SUB-FUN)  TO WRK-CHI-SETOR       00086200
               MOVE WRK-FUN-GESTOR (WRK-SUB-FUN) TO WRK-CHI-GESTOR      00086300
               IF WRK-CHAVE-ITEM LESS WRK-CHAVE-ATUAL                   00086400
                  MOVE WRK-CHAVE-ITEM TO WRK-CHAVE-ATUAL                00086500
               END-IF                                                   00086600
            END-IF.                                                     00086700
            ADD 1 TO WRK-SUB-FUN.                                       00086800
       2710-99-FIM.              EXIT.                                  00086900
      *-------------------------------------------------------------*   00087000
       2720-IMPRIMIR-FUNCIONARIO                SECTION.                00087100
      *-------------------------------------------------------------*   00087200
            MOVE WRK-FUN-SETOR (WRK-SUB-FUN)  TO WRK-CHI-SETOR.         00087300
            MOVE WRK-FUN-GESTOR (WRK-SUB-FUN) TO WRK-CHI-GESTOR.        00087400
            IF (WRK-FUN-SEM-APONT (WRK-SUB-FUN)                         00087500
                OR WRK-FUN-ABAIXO (WRK-SUB-FUN))                        00087600
               AND WRK-CHAVE-ITEM EQUAL WRK-CHAVE-ATUAL                 00087700
               MOVE 'S' TO WRK-FUN-IMPRESSO (WRK-SUB-FUN)               00087800
               MOVE WRK-FUN-ID (WRK-SUB-FUN)    TO WRK-ITM-ID           00087900
               MOVE WRK-FUN-NOME (WRK-SUB-FUN)  TO WRK-ITM-NOME         00088000
               MOVE WRK-FUN-HORAS (WRK-SUB-FUN) TO WRK-ITM-HORAS        00088100
               MOVE WRK-FUN-ESPERADO (WRK-SUB-FUN) TO WRK-ITM-ESPERADO  00088200
               IF WRK-FUN-ESPERADO (WRK-SUB-FUN) GREATER ZEROES         00088300
                  COMPUTE WRK-PCT-APONTADO ROUNDED =                    00088400
                          WRK-FUN-HORAS (WRK-SUB-FUN) * 100 /           00088500
                          WRK-FUN-ESPERADO (WRK-SUB-FUN)                00088600
               ELSE                                                     00088700
                  MOVE ZEROES TO WRK-PCT-APONTADO                       00088800
               END-IF                                                   00088900
               MOVE WRK-PCT-APONTADO TO WRK-ITM-PCT                     00089000
               IF WRK-FUN-SEM-APONT (WRK-SUB-FUN)                       00089100
                  MOVE 'SEM APONTAMENTO  ' TO WRK-ITM-SITUACAO          00089200
               ELSE                                                     00089300
                  MOVE 'ABAIXO DO PADRAO ' TO WRK-ITM-SITUACAO          00089400
               END-IF                                                   00089500
               IF WRK-FUN-EMAIL (WRK-SUB-FUN) EQUAL SPACES              00089600
                  MOVE '*** SEM E-MAIL ***' TO WRK-ITM-EMAIL            00089700
               ELSE                                                     00089800
                  MOVE WRK-FUN-EMAIL (WRK-SUB-FUN) TO WRK-ITM-EMAIL     00089900
               END-IF                                                   00090000
               WRITE FD-RELFALTA FROM WRK-LINHA-ITEM                    00090100
               ADD 1 TO WRK-QTD-GRUPO                                   00090200
            END-IF.                                                     00090300
            ADD 1 TO WRK-SUB-FUN.                                       00090400
       2720-99-FIM.              EXIT.                                  00090500
      *-------------------------------------------------------------*   00090600
       3000-FINALIZAR                           SECTION.                00090700
      *-------------------------------------------------------------*   00090800
             MOVE WRK-QTD-LEMBRETE  TO WRK-TRLL-QTD.                    00090900
             MOVE WRK-HASH-LEMBRETE TO WRK-TRLL-HASH.                   00091000
             WRITE FD-LEMBRETE FROM WRK-LEMBRETE-TRL.                   00091100
                                                                        00091200
             IF WRK-QTD-LEMBRETE EQUAL ZEROES                           00091300
                MOVE 'NENHUM APONTAMENTO FALTANTE' TO FD-RELFALTA       00091400
                WRITE FD-RELFALTA                                       00091500
                WRITE FD-RELFALTA FROM WRK-LINHA-TRACO                  00091600
             END-IF.                                                    00091700
             MOVE 'ATIVOS NO PERIODO...........: '                      00091800
                  TO WRK-QTD-ROTULO.                                    00091900
             MOVE WRK-QTD-FUN TO WRK-QTD-VALOR.                         00092000
             WRITE FD-RELFALTA FROM WRK-LINHA-QTD.                      00092100
             MOVE 'AUSENTES O MES INTEIRO......: '                      00092200
                  TO WRK-QTD-ROTULO.                                    00092300
             MOVE WRK-QTD-AUSENTE TO WRK-QTD-VALOR.                     00092400
             WRITE FD-RELFALTA FROM WRK-LINHA-QTD.                      00092500
             MOVE 'SEM APONTAMENTO.............: '                      00092600
                  TO WRK-QTD-ROTULO.                                    00092700
             MOVE WRK-QTD-SEMAPONT TO WRK-QTD-VALOR.                    00092800
             WRITE FD-RELFALTA FROM WRK-LINHA-QTD.                      00092900
             MOVE 'ABAIXO DO PADRAO............: '                      00093000
                  TO WRK-QTD-ROTULO.                                    00093100
             MOVE WRK-QTD-ABAIXO TO WRK-QTD-VALOR.                      00093200
             WRITE FD-RELFALTA FROM WRK-LINHA-QTD.                      00093300
             MOVE 'LEMBRETES SEM E-MAIL........: '                      00093400
                  TO WRK-QTD-ROTULO.                                    00093500
             MOVE WRK-QTD-SEMEMAIL TO WRK-QTD-VALOR.                    00093600
             WRITE FD-RELFALTA FROM WRK-LINHA-QTD.                      00093700
             WRITE FD-RELFALTA FROM WRK-LINHA-TRACO.                    00093800
                                                                        00093900
             CLOSE FUNCUNL PROJMST PROJ RELFALTA LEMBRETE.              00094000
               PERFORM 4000-TESTARSTATUS.                               00094100
              DISPLAY ' ============================================'.  00094200
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX68          '.  00094300
              DISPLAY ' ============================================'.  00094400
              DISPLAY ' FUNCIONARIOS LIDOS.........' WRK-REGFUNC.       00094500
              DISPLAY ' FORA DO PERIODO/INATIVOS...' WRK-QTD-FORA.      00094600
              DISPLAY ' AUSENTES O MES INTEIRO.....' WRK-QTD-AUSENTE.   00094700
              DISPLAY ' APONTAMENTOS LIDOS.........' WRK-REGPROJ.       00094800
              DISPLAY ' SEM APONTAMENTO............' WRK-QTD-SEMAPONT.  00094900
              DISPLAY ' ABAIXO DO PADRAO...........' WRK-QTD-ABAIXO.    00095000
              DISPLAY ' LEMBRETES GRAVADOS.........' WRK-QTD-LEMBRETE.  00095100
              DISPLAY ' LEMBRETES SEM E-MAIL.......' WRK-QTD-SEMEMAIL.  00095200
              DISPLAY ' ============================================'.  00095300
                                                                        00095400
              MOVE 'F' TO WRK-EST-EVENTO.                               00095500
              MOVE WRK-REGFUNC      TO WRK-EST-LIDOS.                   00095600
              MOVE WRK-QTD-LEMBRETE TO WRK-EST-GRAVADOS.                00095700
              MOVE WRK-QTD-SEMEMAIL TO WRK-EST-REJEITADOS.              00095800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00095900
              IF WRK-QTD-SEMEMAIL GREATER ZEROES                        00096000
                 MOVE 4 TO RETURN-CODE                                  00096100
              END-IF.                                                   00096200
                                                                        00096300
       3000-99-FIM.              EXIT.                                  00096400
      *-------------------------------------------------------------*   00096500
       4000-TESTARSTATUS                            SECTION.            00096600
      *-------------------------------------------------------------*   00096700
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00096800
                 PERFORM 4200-TESTARSTATUS-PROJMST.                     00096900
                 PERFORM 4300-TESTARSTATUS-PROJ.                        00097000
                 IF WRK-FS-RELFALTA NOT EQUAL 00                        00097100
                   MOVE 'ERRO NO OPEN RELFALTA ' TO WRK-MSGERRO         00097200
                   MOVE '1000'                   TO WRK-SECAO           00097300
                   MOVE WRK-FS-RELFALTA          TO WRK-STATUS          00097400
                    PERFORM 9000-TRATAERROS                             00097500
                 END-IF.                                                00097600
                 IF WRK-FS-LEMBRETE NOT EQUAL 00                        00097700
                   MOVE 'ERRO NO OPEN LEMBRETE ' TO WRK-MSGERRO         00097800
                   MOVE '1000'                   TO WRK-SECAO           00097900
                   MOVE WRK-FS-LEMBRETE          TO WRK-STATUS          00098000
                    PERFORM 9000-TRATAERROS                             00098100
                 END-IF.                                                00098200
                                                                        00098300
       4000-99-FIM.              EXIT.                                  00098400
      *-------------------------------------------------------------*   00098500
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00098600
      *-------------------------------------------------------------*   00098700
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00098800
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00098900
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00099000
                 MOVE '1100'                   TO WRK-SECAO             00099100
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00099200
                  PERFORM 9000-TRATAERROS                               00099300
               END-IF.                                                  00099400
                                                                        00099500
       4100-99-FIM.              EXIT.                                  00099600
      *-------------------------------------------------------------*   00099700
       4200-TESTARSTATUS-PROJMST                    SECTION.            00099800
      *-------------------------------------------------------------*   00099900
               IF WRK-FS-PROJMST NOT EQUAL 00                           00100000
                           AND WRK-FS-PROJMST NOT EQUAL 10              00100100
                 MOVE 'ERRO NO PROJMST       ' TO WRK-MSGERRO           00100200
                 MOVE '1150'                   TO WRK-SECAO             00100300
                 MOVE WRK-FS-PROJMST           TO WRK-STATUS            00100400
                  PERFORM 9000-TRATAERROS                               00100500
               END-IF.                                                  00100600
                                                                        00100700
       4200-99-FIM.              EXIT.                                  00100800
      *-------------------------------------------------------------*   00100900
       4300-TESTARSTATUS-PROJ                       SECTION.            00101000
      *-------------------------------------------------------------*   00101100
               IF WRK-FS-PROJ NOT EQUAL 00                              00101200
                           AND WRK-FS-PROJ NOT EQUAL 10                 00101300
                 MOVE 'ERRO NO PROJ          ' TO WRK-MSGERRO           00101400
                 MOVE '1500'                   TO WRK-SECAO             00101500
                 MOVE WRK-FS-PROJ              TO WRK-STATUS            00101600
                  PERFORM 9000-TRATAERROS                               00101700
               END-IF.                                                  00101800
                                                                        00101900
       4300-99-FIM.              EXIT.                                  00102000
      *-------------------------------------------------------------*   00102100
       4510-VERIFICAR-CONTROLE-PROJ                 SECTION.            00102200
      *-------------------------------------------------------------*   00102300
               IF NOT WRK-TEM-CAB-PROJ                                  00102400
                 MOVE 'SEM CABECALHO NO PROJ        ' TO WRK-MSGERRO    00102500
                 MOVE '1500'                          TO WRK-SECAO      00102600
                 PERFORM 9100-ERRO-CONTROLE                             00102700
               END-IF.                                                  00102800
               IF NOT WRK-TEM-TRL-PROJ                                  00102900
                 MOVE 'SEM RODAPE NO PROJ           ' TO WRK-MSGERRO    00103000
                 MOVE '1500'                          TO WRK-SECAO      00103100
                 PERFORM 9100-ERRO-CONTROLE                             00103200
               END-IF.                                                  00103300
               IF WRK-TRLCT-PROJ NOT EQUAL WRK-CT-PROJ                  00103400
                 DISPLAY ' PROJ: RODAPE=' WRK-TRLCT-PROJ                00103500
                         ' LIDOS=' WRK-CT-PROJ                          00103600
                 MOVE 'QTD DO RODAPE PROJ DIVERGE   ' TO WRK-MSGERRO    00103700
                 MOVE '1500'                          TO WRK-SECAO      00103800
                 PERFORM 9100-ERRO-CONTROLE                             00103900
               END-IF.                                                  00104000
               IF WRK-TRLHASH-PROJ NOT EQUAL WRK-HASH-PROJ              00104100
                 DISPLAY ' PROJ: HASH RODAPE=' WRK-TRLHASH-PROJ         00104200
                         ' CALCULADO=' WRK-HASH-PROJ                    00104300
                 MOVE 'TOTAL DO RODAPE PROJ DIVERGE ' TO WRK-MSGERRO    00104400
                 MOVE '1500'                          TO WRK-SECAO      00104500
                 PERFORM 9100-ERRO-CONTROLE                             00104600
               END-IF.                                                  00104700
                                                                        00104800
       4510-99-FIM.              EXIT.                                  00104900
      *-------------------------------------------------------------*   00105000
       9100-ERRO-CONTROLE                           SECTION.            00105100
      *-------------------------------------------------------------*   00105200
      *   ENTRADA SEM CONTROLE OU COM TOTAIS DIVERGENTES: NAO      *    00105300
      *   AVISA NINGUEM - REGISTRA NO LOG E ENCERRA COM RC=8.      *    00105400
      *-------------------------------------------------------------*   00105500
           MOVE 'FR19EX68' TO WRK-PROGRAMA.                             00105600
           MOVE 'E'        TO WRK-SEVERIDADE.                           00105700
           MOVE '08'       TO WRK-STATUS.                               00105800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00105900
           MOVE 8 TO RETURN-CODE.                                       00106000
           STOP RUN.                                                    00106100
                                                                        00106200
       9100-99-FIM.              EXIT.                                  00106300
      *-------------------------------------------------------------*   00106400
       9000-TRATAERROS                              SECTION.            00106500
      *-------------------------------------------------------------*   00106600
           MOVE 'FR19EX68' TO WRK-PROGRAMA                              00106700
           MOVE 'E'        TO WRK-SEVERIDADE                            00106800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00106900
           GOBACK.                                                      00107000
                                                                        00107100
       9000-99-FIM.              EXIT.                                  00107200
