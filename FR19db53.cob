      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB53.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ARQUIVO MENSAL DE EVENTOS DE RH AO GOVERNO -    *   00001200
      *    ACABA A REDIGITACAO NO PORTAL A PARTIR DO RELGIRO        *   00001300
      *    (FR19DB36) E DOS CONTRACHEQUES IMPRESSOS. PARA A         *   00001400
      *    COMPETENCIA PEDIDA, GRAVA NO EVGOV (LAYOUT FIXO, COM     *   00001500
      *    CABECALHO E RODAPE DE QUANTIDADE E TOTAL BRUTO):         *   00001600
      *     ADMI - ADMITIDOS NO MES (DATAADM DO FUNCUNL): CPF,      *   00001700
      *            CARGO (CARGUNL), SALARIO E SETOR DE LOTACAO NA   *   00001800
      *            ADMISSAO (SETOR DE ORIGEM DA PRIMEIRA            *   00001900
      *            TRANSFERENCIA DO TRHIUNL, OU O SETOR ATUAL)      *   00002000
      *     DESL - DESLIGADOS NO MES (STATUS 'D' E DATADEM): CPF,   *   00002100
      *            DATADEM E MOTIVO (DECK MOTDESL DO RH)            *   00002200
      *     REMU - UM POR CONTRACHEQUE DO FOLHA: CPF, BRUTO, INSS,  *   00002300
      *            IRRF E LIQUIDO                                   *   00002400
      *    O CPF VEM DO DOCUMENTO DO CLIENTE DA CONTA-SALARIO       *   00002500
      *    (FUNCCTA + CLIENTES, ABERTA PELO FR19DB42 COM O CPF DO   *   00002600
      *    ADMITIDO). CRITICA DOS CAMPOS OBRIGATORIOS: CPF AUSENTE  *   00002700
      *    (SEM VINCULO, CONTA FORA DO CLIENTES OU DOCUMENTO        *   00002800
      *    QUE NAO E CPF), CARGO FORA DO IVAN.CARGO ATIVO NA        *   00002900
      *    ADMISSAO E MOTIVO AUSENTE NO DESLIGAMENTO. O REGISTRO    *   00003000
      *    CRITICADO NAO VAI AO EVGOV E SAI NO RELGOV COM O         *   00003100
      *    MOTIVO (RC=4).                                           *   00003200
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES CORRENTE)  *   00003300
      *    (10 DE FILLER ANTES DO VALOR).                           *   00003400
      *-------------------------------------------------------------*   00003500
      *   BASE DE DADOS:                                            *   00003600
      *   TABELA.DB2..                                              *   00003700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003800
      *   IVAN.CARGO            I                  -----------      *   00003900
      *-------------------------------------------------------------*   00004000
      *   ARQUIVOS...:                                              *   00004100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004200
      *    FUNCUNL              I                  -----------      *   00004300
      *    TRHIUNL              I                  -----------      *   00004400
      *    CARGUNL              I                  -----------      *   00004500
      *    FUNCCTA              I                  -----------      *   00004600
      *    CLIENTES             I                  -----------      *   00004700
      *    MOTDESL              I                  -----------      *   00004800
      *    FOLHA                I                  -----------      *   00004900
      *    EVGOV                O                  -----------      *   00005000
      *    RELGOV               O                  -----------      *   00005100
      *-------------------------------------------------------------*   00005200
      *   MODULOS....:                             INCLUDE/BOOK     *   00005300
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       ENVIRONMENT                               DIVISION.              00005800
      *=============================================================*   00005900
                                                                        00006000
      *=============================================================*   00006100
       CONFIGURATION                               SECTION.             00006200
      *=============================================================*   00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
       INPUT-OUTPUT                                SECTION.             00006700
       FILE-CONTROL.                                                    00006800
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00006900
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007000
                                                                        00007100
            SELECT TRHIUNL ASSIGN TO TRHIUNL                            00007200
                 FILE STATUS IS WRK-FS-TRHIUNL.                         00007300
                                                                        00007400
            SELECT CARGUNL ASSIGN TO CARGUNL                            00007500
                 FILE STATUS IS WRK-FS-CARGUNL.                         00007600
                                                                        00007700
            SELECT FUNCCTA ASSIGN TO FUNCCTA                            00007800
                 FILE STATUS IS WRK-FS-FUNCCTA.                         00007900
                                                                        00008000
            SELECT CLIENTES ASSIGN TO CLIENTES                          00008100
                 FILE STATUS IS WRK-FS-CLIENTES.                        00008200
                                                                        00008300
            SELECT MOTDESL ASSIGN TO MOTDESL                            00008400
                 FILE STATUS IS WRK-FS-MOTDESL.                         00008500
                                                                        00008600
            SELECT FOLHA ASSIGN TO FOLHA                                00008700
                 FILE STATUS IS WRK-FS-FOLHA.                           00008800
                                                                        00008900
      *--------------ARQUIVOS SAIDAS---*                                00009000
            SELECT EVGOV ASSIGN TO EVGOV                                00009100
                 FILE STATUS IS WRK-FS-EVGOV.                           00009200
                                                                        00009300
            SELECT RELGOV ASSIGN TO RELGOV                              00009400
                 FILE STATUS IS WRK-FS-RELGOV.                          00009500
                                                                        00009600
      *=============================================================*   00009700
       DATA                                      DIVISION.              00009800
      *=============================================================*   00009900
       FILE                                      SECTION.               00010000
      *-------------------LRECL 113---------------------------------*   00010100
       FD FUNCUNL                                                       00010200
           RECORDING MODE IS F                                          00010300
           LABEL RECORD IS STANDARD                                     00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-FUNCUNL.                                                   00010600
          05 FD-UNL-ID          PIC 9(05).                              00010700
          05 FD-UNL-NOME        PIC X(30).                              00010800
          05 FD-UNL-SETOR       PIC X(04).                              00010900
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00011000
          05 FD-UNL-DATAADM     PIC X(10).                              00011100
          05 FD-UNL-EMAIL       PIC X(40).                              00011200
          05 FD-UNL-STATUS      PIC X(01).                              00011300
          05 FD-UNL-DATADEM     PIC X(10).                              00011400
          05 FD-UNL-EMPRESA     PIC X(03).                              00011500
                                                                        00011600
      *-------------------LRECL 23----------------------------------*   00011700
       FD TRHIUNL                                                       00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-TRHIUNL.                                                   00012200
          05 FD-UT-IDFUNC       PIC 9(05).                              00012300
          05 FD-UT-SETORDE      PIC X(04).                              00012400
          05 FD-UT-SETORPARA    PIC X(04).                              00012500
          05 FD-UT-DATATRANSF   PIC X(10).                              00012600
                                                                        00012700
      *-------------------LRECL 11----------------------------------*   00012800
       FD CARGUNL                                                       00012900
           RECORDING MODE IS F                                          00013000
           LABEL RECORD IS STANDARD                                     00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-CARGUNL.                                                   00013300
          05 FD-UG-IDFUNC       PIC 9(05).                              00013400
          05 FD-UG-CARGO        PIC X(06).                              00013500
                                                                        00013600
      *-------------------LRECL 32----------------------------------*   00013700
       FD FUNCCTA                                                       00013800
           RECORDING MODE IS F                                          00013900
           LABEL RECORD IS STANDARD                                     00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-FUNCCTA.                                                   00014200
          05 FD-FCT-IDFUNC      PIC 9(05).                              00014300
          05 FD-FCT-AGENCIA     PIC X(04).                              00014400
          05 FD-FCT-CONTA       PIC X(04).                              00014500
          05 FD-FCT-BANCO       PIC X(03).                              00014600
          05 FD-FCT-CONTA-EXT   PIC X(12).                              00014700
          05 FILLER             PIC X(04).                              00014800
                                                                        00014900
      *-------------------LRECL 89----------------------------------*   00015000
       FD CLIENTES                                                      00015100
           RECORDING MODE IS F                                          00015200
           LABEL RECORD IS STANDARD                                     00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-CLIENTES.                                                  00015500
          05 FD-CHAVE.                                                  00015600
             10 FD-AGENCIA      PIC X(04).                              00015700
             10 FD-CONTA        PIC X(04).                              00015800
          05 FD-NOME            PIC X(30).                              00015900
          05 FD-SALDO           PIC S9(08).                             00016000
          05 FD-STATUS          PIC X(01).                              00016100
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00016200
          05 FD-LIMITE          PIC 9(08).                              00016300
          05 FD-DOCUMENTO       PIC 9(14).                              00016400
                                                                        00016500
      *-------------------LRECL 10----------------------------------*   00016600
       FD MOTDESL                                                       00016700
           RECORDING MODE IS F                                          00016800
           LABEL RECORD IS STANDARD                                     00016900
           BLOCK CONTAINS 0 RECORDS.                                    00017000
       01 FD-MOTDESL.                                                   00017100
          05 FD-MOT-IDFUNC      PIC 9(05).                              00017200
          05 FD-MOT-MOTIVO      PIC X(02).                              00017300
          05 FILLER             PIC X(03).                              00017400
                                                                        00017500
      *-------------------LRECL 89----------------------------------*   00017600
       FD FOLHA                                                         00017700
           RECORDING MODE IS F                                          00017800
           LABEL RECORD IS STANDARD                                     00017900
           BLOCK CONTAINS 0 RECORDS.                                    00018000
       01 FD-FOLHA.                                                     00018100
          05 FD-FOL-ID           PIC 9(05).                             00018200
          05 FD-FOL-NOME         PIC X(30).                             00018300
          05 FD-FOL-SETOR        PIC X(04).                             00018400
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00018500
          05 FD-FOL-INSS         PIC 9(08)V99.                          00018600
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00018700
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00018800
          05 FILLER              PIC X(10).                             00018900
                                                                        00019000
      *-------------------LRECL 100---------------------------------*   00019100
       FD EVGOV                                                         00019200
           RECORDING MODE IS F.                                         00019300
       01 FD-EVGOV               PIC X(100).                            00019400
                                                                        00019500
      *-------------------LRECL 80----------------------------------*   00019600
       FD RELGOV                                                        00019700
           RECORDING MODE IS F.                                         00019800
       01 FD-RELGOV              PIC X(80).                             00019900
                                                                        00020000
      *=============================================================*   00020100
       WORKING-STORAGE                             SECTION.             00020200
      *=============================================================*   00020300
                                                                        00020400
           EXEC SQL                                                     00020500
              INCLUDE SQLCA                                             00020600
           END-EXEC.                                                    00020700
                                                                        00020800
       01 DB2-CARGO           PIC X(06).                                00020900
       77 WRK-CONT-CARGO      PIC S9(04) COMP.                          00021000
       77 WRK-SQLCODE         PIC -999.                                 00021100
                                                                        00021200
       01 FILLER          PIC X(64) VALUE                               00021300
           '-----------BOOK LOGERROS------------------------'.          00021400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00021500
       COPY '#GLOG'.                                                    00021600
      *-------------------------------------------------------------*   00021700
                                                                        00021800
       01 FILLER          PIC X(64) VALUE                               00021900
           '-----------VARIAVEIS DE STATUS------------------'.          00022000
                                                                        00022100
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00022200
       77 WRK-FS-TRHIUNL  PIC 9(02).                                    00022300
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00022400
       77 WRK-FS-FUNCCTA  PIC 9(02).                                    00022500
       77 WRK-FS-CLIENTES PIC 9(02).                                    00022600
       77 WRK-FS-MOTDESL  PIC 9(02).                                    00022700
       77 WRK-FS-FOLHA    PIC 9(02).                                    00022800
       77 WRK-FS-EVGOV    PIC 9(02).                                    00022900
       77 WRK-FS-RELGOV   PIC 9(02).                                    00023000
                                                                        00023100
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00023200
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00023300
       77 WRK-SW-FIM-TRH  PIC X(01) VALUE 'N'.                          00023400
           88 WRK-FIM-TRHIUNL       VALUE 'S'.                          00023500
       77 WRK-SW-FIM-CRG  PIC X(01) VALUE 'N'.                          00023600
           88 WRK-FIM-CARGUNL       VALUE 'S'.                          00023700
       77 WRK-SW-FIM-FCT  PIC X(01) VALUE 'N'.                          00023800
           88 WRK-FIM-FUNCCTA       VALUE 'S'.                          00023900
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00024000
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00024100
       77 WRK-SW-FIM-MOT  PIC X(01) VALUE 'N'.                          00024200
           88 WRK-FIM-MOTDESL       VALUE 'S'.                          00024300
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00024400
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00024500
                                                                        00024600
       01 FILLER          PIC X(64) VALUE                               00024700
           '-----------PARAMETRO SYSIN----------------------'.          00024800
                                                                        00024900
       01 WRK-CARTAO-MES.                                               00025000
          05 FILLER              PIC X(10).                             00025100
          05 WRK-CARTAO-MES-AC   PIC 9(06).                             00025200
                                                                        00025300
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00025400
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00025500
                                                                        00025600
       01 WRK-DATA-UNL.                                                 00025700
          05 WRK-UNL-ANO         PIC X(04).                             00025800
          05 FILLER              PIC X(01).                             00025900
          05 WRK-UNL-MES         PIC X(02).                             00026000
          05 FILLER              PIC X(01).                             00026100
          05 WRK-UNL-DIA         PIC X(02).                             00026200
       01 WRK-DATA-AMD.                                                 00026300
          05 WRK-AMD-ANO         PIC X(04).                             00026400
          05 WRK-AMD-MES         PIC X(02).                             00026500
          05 WRK-AMD-DIA         PIC X(02).                             00026600
       01 WRK-DATA-AMD-N REDEFINES WRK-DATA-AMD PIC 9(08).              00026700
                                                                        00026800
       01 FILLER          PIC X(64) VALUE                               00026900
           '-----------CADASTROS EM MEMORIA-----------------'.          00027000
                                                                        00027100
      *----CARGO E LOTACAO DE ADMISSAO POR FUNCIONARIO (1000)--------*  00027200
       77 WRK-QTD-FUN     PIC 9(04) COMP VALUE ZERO.                    00027300
       77 WRK-SUB-FUN     PIC 9(04) COMP VALUE ZERO.                    00027400
       77 WRK-IDX-FUN     PIC 9(04) COMP VALUE ZERO.                    00027500
       77 WRK-ID-BUSCA    PIC 9(05) VALUE ZEROES.                       00027600
       01 WRK-TAB-FUNC.                                                 00027700
          05 WRK-FUN-LINHA OCCURS 1000 TIMES.                           00027800
             10 WRK-FUN-ID         PIC 9(05).                           00027900
             10 WRK-FUN-CARGO      PIC X(06).                           00028000
             10 WRK-FUN-SETORADM   PIC X(04).                           00028100
             10 WRK-FUN-DATATRF    PIC X(10).                           00028200
             10 WRK-FUN-MOTIVO     PIC X(02).                           00028300
             10 WRK-FUN-AGECTA     PIC X(08).                           00028400
                                                                        00028500
      *----DOCUMENTO DAS CONTAS DO CLIENTES (2000)-------------------*  00028600
       77 WRK-QTD-CONTAS  PIC 9(04) COMP VALUE ZERO.                    00028700
       77 WRK-SUB-CONTAS  PIC 9(04) COMP VALUE ZERO.                    00028800
       77 WRK-IDX-CONTA   PIC 9(04) COMP VALUE ZERO.                    00028900
       01 WRK-TAB-CONTAS.                                               00029000
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00029100
             10 WRK-CTA-CHAVE       PIC X(08).                          00029200
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00029300
                                                                        00029400
      *----CARGOS JA CRITICADOS NO IVAN.CARGO (200)------------------*  00029500
       77 WRK-QTD-CRG     PIC 9(04) COMP VALUE ZERO.                    00029600
       77 WRK-SUB-CRG     PIC 9(04) COMP VALUE ZERO.                    00029700
       77 WRK-IDX-CRG     PIC 9(04) COMP VALUE ZERO.                    00029800
       01 WRK-TAB-CARGOS.                                               00029900
          05 WRK-CRG-LINHA OCCURS 200 TIMES.                            00030000
             10 WRK-CRG-CODIGO      PIC X(06).                          00030100
             10 WRK-CRG-SW-VALIDO   PIC X(01).                          00030200
                                                                        00030300
       01 FILLER          PIC X(64) VALUE                               00030400
           '-----------CRITICA DO EVENTO--------------------'.          00030500
                                                                        00030600
       77 WRK-CPF         PIC 9(11) VALUE ZEROES.                       00030700
       77 WRK-SW-CARGO    PIC X(01) VALUE 'N'.                          00030800
           88 WRK-CARGO-OK          VALUE 'S'.                          00030900
       77 WRK-MOTIVO-REJ  PIC X(30) VALUE SPACES.                       00031000
                                                                        00031100
       01 FILLER          PIC X(64) VALUE                               00031200
           '-----------CONTADORES E CONTROLES---------------'.          00031300
                                                                        00031400
       77 WRK-REGFUNCUNL  PIC 9(05) VALUE ZEROES.                       00031500
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00031600
       77 WRK-QTD-ADMI    PIC 9(05) VALUE ZEROES.                       00031700
       77 WRK-QTD-DESL    PIC 9(05) VALUE ZEROES.                       00031800
       77 WRK-QTD-REMU    PIC 9(05) VALUE ZEROES.                       00031900
       77 WRK-QTD-REJ     PIC 9(05) VALUE ZEROES.                       00032000
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00032100
       77 WRK-QTD-GRAVADOS PIC 9(05) VALUE ZEROES.                      00032200
       77 WRK-TOT-BRUTO   PIC 9(12)V99 VALUE ZEROES.                    00032300
                                                                        00032400
       01 FILLER          PIC X(64) VALUE                               00032500
           '-----------REGISTROS DO EVGOV-------------------'.          00032600
                                                                        00032700
       01 WRK-REG-EVGOV.                                                00032800
          05 WRK-EV-TIPO         PIC X(04).                             00032900
          05 WRK-EV-COMPET       PIC 9(06).                             00033000
          05 WRK-EV-ID           PIC 9(05).                             00033100
          05 WRK-EV-CPF          PIC 9(11).                             00033200
          05 WRK-EV-NOME         PIC X(30).                             00033300
          05 WRK-EV-DADOS        PIC X(44).                             00033400
          05 WRK-EV-ADMI REDEFINES WRK-EV-DADOS.                        00033500
             10 WRK-EVA-DATAADM  PIC 9(08).                             00033600
             10 WRK-EVA-CARGO    PIC X(06).                             00033700
             10 WRK-EVA-SALARIO  PIC 9(08)V99.                          00033800
             10 WRK-EVA-SETOR    PIC X(04).                             00033900
             10 FILLER           PIC X(16).                             00034000
          05 WRK-EV-DESL REDEFINES WRK-EV-DADOS.                        00034100
             10 WRK-EVD-DATADEM  PIC 9(08).                             00034200
             10 WRK-EVD-MOTIVO   PIC X(02).                             00034300
             10 WRK-EVD-SETOR    PIC X(04).                             00034400
             10 FILLER           PIC X(30).                             00034500
          05 WRK-EV-REMU REDEFINES WRK-EV-DADOS.                        00034600
             10 WRK-EVR-SETOR    PIC X(04).                             00034700
             10 WRK-EVR-BRUTO    PIC 9(08)V99.                          00034800
             10 WRK-EVR-INSS     PIC 9(08)V99.                          00034900
             10 WRK-EVR-IRRF     PIC 9(08)V99.                          00035000
             10 WRK-EVR-LIQUIDO  PIC 9(08)V99.                          00035100
                                                                        00035200
       01 WRK-CAB-EVGOV.                                                00035300
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00035400
          05 FILLER              PIC X(01) VALUE SPACE.                 00035500
          05 WRK-CABEV-PROGRAMA  PIC X(08) VALUE 'FR19DB53'.            00035600
          05 FILLER              PIC X(01) VALUE SPACE.                 00035700
          05 WRK-CABEV-COMPET    PIC 9(06).                             00035800
          05 FILLER              PIC X(01) VALUE SPACE.                 00035900
          05 WRK-CABEV-DATA      PIC 9(08).                             00036000
          05 FILLER              PIC X(66) VALUE SPACES.                00036100
                                                                        00036200
       01 WRK-TRL-EVGOV.                                                00036300
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00036400
          05 FILLER              PIC X(01) VALUE SPACE.                 00036500
          05 WRK-TRLEV-QTD       PIC 9(05).                             00036600
          05 FILLER              PIC X(01) VALUE SPACE.                 00036700
          05 WRK-TRLEV-TOTAL     PIC 9(12)V99.                          00036800
          05 FILLER              PIC X(70) VALUE SPACES.                00036900
                                                                        00037000
       01 FILLER          PIC X(64) VALUE                               00037100
           '-----------LINHAS DO RELATORIO------------------'.          00037200
                                                                        00037300
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00037400
                                                                        00037500
       01 WRK-LINHA-TITULO.                                             00037600
          05 FILLER              PIC X(44) VALUE                        00037700
             'EVENTOS DE RH AO GOVERNO - REJEITADOS - MES '.            00037800
          05 WRK-TIT-COMPET      PIC 9(06).                             00037900
          05 FILLER              PIC X(30) VALUE SPACES.                00038000
                                                                        00038100
       01 WRK-LINHA-CABEC.                                              00038200
          05 FILLER              PIC X(44) VALUE                        00038300
             'TIPO ID    NOME                           MO'.            00038400
          05 FILLER              PIC X(36) VALUE                        00038500
             'TIVO'.                                                    00038600
                                                                        00038700
       01 WRK-LINHA-REJEITO.                                            00038800
          05 WRK-REJ-TIPO        PIC X(04).                             00038900
          05 FILLER              PIC X(01) VALUE SPACE.                 00039000
          05 WRK-REJ-ID          PIC 9(05).                             00039100
          05 FILLER              PIC X(01) VALUE SPACE.                 00039200
          05 WRK-REJ-NOME        PIC X(30).                             00039300
          05 FILLER              PIC X(01) VALUE SPACE.                 00039400
          05 WRK-REJ-MOTIVO      PIC X(30).                             00039500
          05 FILLER              PIC X(08) VALUE SPACES.                00039600
                                                                        00039700
       01 WRK-LINHA-TOTAL.                                              00039800
          05 FILLER              PIC X(20) VALUE                        00039900
             'GRAVADOS NO EVGOV: '.                                     00040000
          05 WRK-TOT-GRAVADOS    PIC ZZZZ9.                             00040100
          05 FILLER              PIC X(15) VALUE                        00040200
             '   REJEITADOS: '.                                         00040300
          05 WRK-TOT-REJEITADOS  PIC ZZZZ9.                             00040400
          05 FILLER              PIC X(35) VALUE SPACES.                00040500
                                                                        00040600
      *=============================================================*   00040700
       PROCEDURE DIVISION.                                              00040800
      *=============================================================*   00040900
                                                                        00041000
      *-------------------------------------------------------------*   00041100
       0000-PRINCIPAL                           SECTION.                00041200
      *-------------------------------------------------------------*   00041300
                                                                        00041400
            PERFORM  1000-INICIAR.                                      00041500
                                                                        00041600
            PERFORM  2000-LER-FUNCUNL UNTIL WRK-FIM-FUNCUNL.            00041700
                                                                        00041800
            PERFORM  2500-LER-FOLHA UNTIL WRK-FIM-FOLHA.                00041900
                                                                        00042000
            PERFORM  3000-FINALIZAR.                                    00042100
                                                                        00042200
            STOP RUN.                                                   00042300
                                                                        00042400
      *-------------------------------------------------------------*   00042500
       1000-INICIAR                             SECTION.                00042600
      *-------------------------------------------------------------*   00042700
             OPEN INPUT  FUNCUNL TRHIUNL CARGUNL FUNCCTA CLIENTES       00042800
                         FOLHA                                          00042900
                  OUTPUT EVGOV RELGOV.                                  00043000
                                                                        00043100
               PERFORM 4000-TESTARSTATUS.                               00043200
                                                                        00043300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00043400
               ACCEPT WRK-CARTAO-MES FROM SYSIN.                        00043500
               IF WRK-CARTAO-MES-AC NOT NUMERIC                         00043600
                  OR WRK-CARTAO-MES-AC EQUAL ZEROES                     00043700
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00043800
               ELSE                                                     00043900
                  MOVE WRK-CARTAO-MES-AC TO WRK-COMPETENCIA             00044000
               END-IF.                                                  00044100
               IF WRK-COMPETENCIA (5:2) LESS '01'                       00044200
                  OR WRK-COMPETENCIA (5:2) GREATER '12'                 00044300
                  DISPLAY ' COMPETENCIA INVALIDA ' WRK-COMPETENCIA      00044400
                  MOVE 8 TO RETURN-CODE                                 00044500
                  STOP RUN                                              00044600
               END-IF.                                                  00044700
                                                                        00044800
               PERFORM 1100-CARREGAR-CARGOS UNTIL WRK-FIM-CARGUNL.      00044900
               PERFORM 1200-CARREGAR-TRANSF UNTIL WRK-FIM-TRHIUNL.      00045000
               PERFORM 1300-CARREGAR-VINCULOS UNTIL WRK-FIM-FUNCCTA.    00045100
               PERFORM 1400-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.   00045200
               CLOSE CARGUNL TRHIUNL FUNCCTA CLIENTES.                  00045300
                                                                        00045400
      *----MOTIVOS DE DESLIGAMENTO INFORMADOS PELO RH (OPCIONAL)-----*  00045500
               OPEN INPUT MOTDESL.                                      00045600
               IF WRK-FS-MOTDESL NOT EQUAL 00                           00045700
                  DISPLAY ' MOTDESL INDISPONIVEL (FS=' WRK-FS-MOTDESL   00045800
                          ') - DESLIGAMENTOS SEM MOTIVO'                00045900
                  MOVE 'S' TO WRK-SW-FIM-MOT                            00046000
               ELSE                                                     00046100
                  PERFORM 1500-CARREGAR-MOTIVOS UNTIL WRK-FIM-MOTDESL   00046200
                  CLOSE MOTDESL                                         00046300
               END-IF.                                                  00046400
                                                                        00046500
               MOVE WRK-COMPETENCIA TO WRK-CABEV-COMPET                 00046600
                                       WRK-TIT-COMPET.                  00046700
               MOVE WRK-DATA-HOJE   TO WRK-CABEV-DATA.                  00046800
               WRITE FD-EVGOV FROM WRK-CAB-EVGOV.                       00046900
                                                                        00047000
               WRITE FD-RELGOV FROM WRK-LINHA-TRACO.                    00047100
               WRITE FD-RELGOV FROM WRK-LINHA-TITULO.                   00047200
               WRITE FD-RELGOV FROM WRK-LINHA-TRACO.                    00047300
               WRITE FD-RELGOV FROM WRK-LINHA-CABEC.                    00047400
                                                                        00047500
       1000-99-FIM.              EXIT.                                  00047600
      *-------------------------------------------------------------*   00047700
       1100-CARREGAR-CARGOS                     SECTION.                00047800
      *-------------------------------------------------------------*   00047900
            READ CARGUNL                                                00048000
              AT END                                                    00048100
                MOVE 'S' TO WRK-SW-FIM-CRG                              00048200
            END-READ.                                                   00048300
            PERFORM 4300-TESTARSTATUS-CARGUNL.                          00048400
            IF WRK-FS-CARGUNL EQUAL 00                                  00048500
               IF FD-CARGUNL (1:6) NOT EQUAL 'RODAPE'                   00048600
                  MOVE FD-UG-IDFUNC TO WRK-ID-BUSCA                     00048700
                  PERFORM 2900-LOCALIZAR-FUNC                           00048800
                  IF WRK-IDX-FUN NOT EQUAL ZERO                         00048900
                     MOVE FD-UG-CARGO TO WRK-FUN-CARGO (WRK-IDX-FUN)    00049000
                  END-IF                                                00049100
               END-IF                                                   00049200
            END-IF.                                                     00049300
       1100-99-FIM.              EXIT.                                  00049400
      *-------------------------------------------------------------*   00049500
       1200-CARREGAR-TRANSF                     SECTION.                00049600
      *-------------------------------------------------------------*   00049700
      *   GUARDA O SETOR DE ORIGEM DA TRANSFERENCIA MAIS ANTIGA DE  *   00049800
      *   CADA FUNCIONARIO - O SETOR EM QUE FOI ADMITIDO.           *   00049900
      *-------------------------------------------------------------*   00050000
            READ TRHIUNL                                                00050100
              AT END                                                    00050200
                MOVE 'S' TO WRK-SW-FIM-TRH                              00050300
            END-READ.                                                   00050400
            PERFORM 4200-TESTARSTATUS-TRHIUNL.                          00050500
            IF WRK-FS-TRHIUNL EQUAL 00                                  00050600
               IF FD-TRHIUNL (1:9) NOT EQUAL 'CABECALHO'                00050700
                  AND FD-TRHIUNL (1:6) NOT EQUAL 'RODAPE'               00050800
                  MOVE FD-UT-IDFUNC TO WRK-ID-BUSCA                     00050900
                  PERFORM 2900-LOCALIZAR-FUNC                           00051000
                  IF WRK-IDX-FUN NOT EQUAL ZERO                         00051100
                     IF WRK-FUN-DATATRF (WRK-IDX-FUN) EQUAL SPACES      00051200
                        OR FD-UT-DATATRANSF LESS                        00051300
                           WRK-FUN-DATATRF (WRK-IDX-FUN)                00051400
                        MOVE FD-UT-DATATRANSF TO                        00051500
                             WRK-FUN-DATATRF (WRK-IDX-FUN)              00051600
                        MOVE FD-UT-SETORDE TO                           00051700
                             WRK-FUN-SETORADM (WRK-IDX-FUN)             00051800
                     END-IF                                             00051900
                  END-IF                                                00052000
               END-IF                                                   00052100
            END-IF.                                                     00052200
       1200-99-FIM.              EXIT.                                  00052300
      *-------------------------------------------------------------*   00052400
       1300-CARREGAR-VINCULOS                   SECTION.                00052500
      *-------------------------------------------------------------*   00052600
            READ FUNCCTA                                                00052700
              AT END                                                    00052800
                MOVE 'S' TO WRK-SW-FIM-FCT                              00052900
            END-READ.                                                   00053000
            PERFORM 4400-TESTARSTATUS-FUNCCTA.                          00053100
            IF WRK-FS-FUNCCTA EQUAL 00                                  00053200
               AND FD-FCT-BANCO EQUAL SPACES                            00053300
               MOVE FD-FCT-IDFUNC TO WRK-ID-BUSCA                       00053400
               PERFORM 2900-LOCALIZAR-FUNC                              00053500
               IF WRK-IDX-FUN NOT EQUAL ZERO                            00053600
                  MOVE FD-FCT-AGENCIA TO                                00053700
                       WRK-FUN-AGECTA (WRK-IDX-FUN) (1:4)               00053800
                  MOVE FD-FCT-CONTA   TO                                00053900
                       WRK-FUN-AGECTA (WRK-IDX-FUN) (5:4)               00054000
               END-IF                                                   00054100
            END-IF.                                                     00054200
       1300-99-FIM.              EXIT.                                  00054300
      *-------------------------------------------------------------*   00054400
       1400-CARREGAR-CLIENTES                   SECTION.                00054500
      *-------------------------------------------------------------*   00054600
            READ CLIENTES                                               00054700
              AT END                                                    00054800
                MOVE 'S' TO WRK-SW-FIM-CLI                              00054900
            END-READ.                                                   00055000
            PERFORM 4500-TESTARSTATUS-CLIENTES.                         00055100
            IF WRK-FS-CLIENTES EQUAL 00                                 00055200
               IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'               00055300
                  AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'              00055400
                  IF WRK-QTD-CONTAS LESS 2000                           00055500
                     ADD 1 TO WRK-QTD-CONTAS                            00055600
                     MOVE FD-CHAVE TO                                   00055700
                          WRK-CTA-CHAVE (WRK-QTD-CONTAS)                00055800
                     MOVE FD-DOCUMENTO TO                               00055900
                          WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS)            00056000
                  ELSE                                                  00056100
                     DISPLAY ' TABELA DE CONTAS ESGOTADA (2000) '       00056200
                     ADD 1 TO WRK-QTD-IGNORA                            00056300
                  END-IF                                                00056400
               END-IF                                                   00056500
            END-IF.                                                     00056600
       1400-99-FIM.              EXIT.                                  00056700
      *-------------------------------------------------------------*   00056800
       1500-CARREGAR-MOTIVOS                    SECTION.                00056900
      *-------------------------------------------------------------*   00057000
            READ MOTDESL                                                00057100
              AT END                                                    00057200
                MOVE 'S' TO WRK-SW-FIM-MOT                              00057300
              NOT AT END                                                00057400
                IF FD-MOT-IDFUNC NUMERIC                                00057500
                   MOVE FD-MOT-IDFUNC TO WRK-ID-BUSCA                   00057600
                   PERFORM 2900-LOCALIZAR-FUNC                          00057700
                   IF WRK-IDX-FUN NOT EQUAL ZERO                        00057800
                      MOVE FD-MOT-MOTIVO TO                             00057900
                           WRK-FUN-MOTIVO (WRK-IDX-FUN)                 00058000
                   END-IF                                               00058100
                ELSE                                                    00058200
                   DISPLAY ' MOTDESL IGNORADO: ' FD-MOTDESL             00058300
                   ADD 1 TO WRK-QTD-IGNORA                              00058400
                END-IF                                                  00058500
            END-READ.                                                   00058600
       1500-99-FIM.              EXIT.                                  00058700
      *-------------------------------------------------------------*   00058800
       2000-LER-FUNCUNL                         SECTION.                00058900
      *-------------------------------------------------------------*   00059000
            READ FUNCUNL                                                00059100
              AT END                                                    00059200
                MOVE 'S' TO WRK-SW-FIM-UNL                              00059300
            END-READ.                                                   00059400
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00059500
            IF WRK-FS-FUNCUNL NOT EQUAL 00                              00059600
               GO TO 2000-99-FIM.                                       00059700
            IF FD-FUNCUNL (1:9) EQUAL 'CABECALHO'                       00059800
               OR FD-FUNCUNL (1:6) EQUAL 'RODAPE'                       00059900
               GO TO 2000-99-FIM.                                       00060000
            ADD 1 TO WRK-REGFUNCUNL.                                    00060100
                                                                        00060200
            MOVE FD-UNL-DATAADM TO WRK-DATA-UNL.                        00060300
            PERFORM 2050-CONVERTER-DATA.                                00060400
            IF WRK-DATA-AMD-N (1:6) EQUAL WRK-COMPETENCIA               00060500
               PERFORM 2100-EVENTO-ADMISSAO                             00060600
            END-IF.                                                     00060700
                                                                        00060800
            IF FD-UNL-STATUS EQUAL 'D'                                  00060900
               MOVE FD-UNL-DATADEM TO WRK-DATA-UNL                      00061000
               PERFORM 2050-CONVERTER-DATA                              00061100
               IF WRK-DATA-AMD-N (1:6) EQUAL WRK-COMPETENCIA            00061200
                  PERFORM 2200-EVENTO-DESLIGAMENTO                      00061300
               END-IF                                                   00061400
            END-IF.                                                     00061500
       2000-99-FIM.              EXIT.                                  00061600
      *-------------------------------------------------------------*   00061700
       2050-CONVERTER-DATA                      SECTION.                00061800
      *-------------------------------------------------------------*   00061900
            MOVE WRK-UNL-ANO TO WRK-AMD-ANO.                            00062000
            MOVE WRK-UNL-MES TO WRK-AMD-MES.                            00062100
            MOVE WRK-UNL-DIA TO WRK-AMD-DIA.                            00062200
            IF WRK-DATA-AMD-N NOT NUMERIC                               00062300
               MOVE ZEROES TO WRK-DATA-AMD-N                            00062400
            END-IF.                                                     00062500
       2050-99-FIM.              EXIT.                                  00062600
      *-------------------------------------------------------------*   00062700
       2100-EVENTO-ADMISSAO                     SECTION.                00062800
      *-------------------------------------------------------------*   00062900
            ADD 1 TO WRK-QTD-ADMI.                                      00063000
            MOVE SPACES          TO WRK-REG-EVGOV.                      00063100
            MOVE 'ADMI'          TO WRK-EV-TIPO.                        00063200
            MOVE FD-UNL-ID       TO WRK-EV-ID WRK-ID-BUSCA.             00063300
            MOVE FD-UNL-NOME     TO WRK-EV-NOME.                        00063400
            MOVE WRK-DATA-AMD-N  TO WRK-EVA-DATAADM.                    00063500
            MOVE FD-UNL-SALARIO  TO WRK-EVA-SALARIO.                    00063600
            MOVE FD-UNL-SETOR    TO WRK-EVA-SETOR.                      00063700
            MOVE SPACES          TO WRK-EVA-CARGO.                      00063800
                                                                        00063900
            PERFORM 2900-LOCALIZAR-FUNC.                                00064000
            IF WRK-IDX-FUN NOT EQUAL ZERO                               00064100
               MOVE WRK-FUN-CARGO (WRK-IDX-FUN) TO WRK-EVA-CARGO        00064200
               IF WRK-FUN-SETORADM (WRK-IDX-FUN) NOT EQUAL SPACES       00064300
                  MOVE WRK-FUN-SETORADM (WRK-IDX-FUN) TO WRK-EVA-SETOR  00064400
               END-IF                                                   00064500
            END-IF.                                                     00064600
                                                                        00064700
            PERFORM 2800-BUSCAR-CPF.                                    00064800
            IF WRK-CPF EQUAL ZEROES                                     00064900
               MOVE 'CPF AUSENTE                   ' TO WRK-MOTIVO-REJ  00065000
               PERFORM 2700-REJEITAR                                    00065100
               GO TO 2100-99-FIM.                                       00065200
                                                                        00065300
            PERFORM 2850-VALIDAR-CARGO.                                 00065400
            IF NOT WRK-CARGO-OK                                         00065500
               MOVE 'CARGO FORA DO IVAN.CARGO      ' TO WRK-MOTIVO-REJ  00065600
               PERFORM 2700-REJEITAR                                    00065700
               GO TO 2100-99-FIM.                                       00065800
                                                                        00065900
            PERFORM 2600-GRAVAR-EVENTO.                                 00066000
       2100-99-FIM.              EXIT.                                  00066100
      *-------------------------------------------------------------*   00066200
       2200-EVENTO-DESLIGAMENTO                 SECTION.                00066300
      *-------------------------------------------------------------*   00066400
            ADD 1 TO WRK-QTD-DESL.                                      00066500
            MOVE SPACES          TO WRK-REG-EVGOV.                      00066600
            MOVE 'DESL'          TO WRK-EV-TIPO.                        00066700
            MOVE FD-UNL-ID       TO WRK-EV-ID WRK-ID-BUSCA.             00066800
            MOVE FD-UNL-NOME     TO WRK-EV-NOME.                        00066900
            MOVE WRK-DATA-AMD-N  TO WRK-EVD-DATADEM.                    00067000
            MOVE FD-UNL-SETOR    TO WRK-EVD-SETOR.                      00067100
            MOVE SPACES          TO WRK-EVD-MOTIVO.                     00067200
                                                                        00067300
            PERFORM 2900-LOCALIZAR-FUNC.                                00067400
            IF WRK-IDX-FUN NOT EQUAL ZERO                               00067500
               MOVE WRK-FUN-MOTIVO (WRK-IDX-FUN) TO WRK-EVD-MOTIVO      00067600
            END-IF.                                                     00067700
                                                                        00067800
            PERFORM 2800-BUSCAR-CPF.                                    00067900
            IF WRK-CPF EQUAL ZEROES                                     00068000
               MOVE 'CPF AUSENTE                   ' TO WRK-MOTIVO-REJ  00068100
               PERFORM 2700-REJEITAR                                    00068200
               GO TO 2200-99-FIM.                                       00068300
                                                                        00068400
            IF WRK-EVD-MOTIVO EQUAL SPACES                              00068500
               MOVE 'MOTIVO DO DESLIGAMENTO AUSENTE' TO WRK-MOTIVO-REJ  00068600
               PERFORM 2700-REJEITAR                                    00068700
               GO TO 2200-99-FIM.                                       00068800
                                                                        00068900
            PERFORM 2600-GRAVAR-EVENTO.                                 00069000
       2200-99-FIM.              EXIT.                                  00069100
      *-------------------------------------------------------------*   00069200
       2500-LER-FOLHA                           SECTION.                00069300
      *-------------------------------------------------------------*   00069400
            READ FOLHA                                                  00069500
              AT END                                                    00069600
                MOVE 'S' TO WRK-SW-FIM-FOL                              00069700
            END-READ.                                                   00069800
            PERFORM 4600-TESTARSTATUS-FOLHA.                            00069900
            IF WRK-FS-FOLHA NOT EQUAL 00                                00070000
               GO TO 2500-99-FIM.                                       00070100
            IF FD-FOLHA (1:9) EQUAL 'CABECALHO'                         00070200
               OR FD-FOLHA (1:6) EQUAL 'RODAPE'                         00070300
               GO TO 2500-99-FIM.                                       00070400
            ADD 1 TO WRK-REGFOLHA.                                      00070500
            ADD 1 TO WRK-QTD-REMU.                                      00070600
                                                                        00070700
            MOVE SPACES          TO WRK-REG-EVGOV.                      00070800
            MOVE 'REMU'          TO WRK-EV-TIPO.                        00070900
            MOVE FD-FOL-ID       TO WRK-EV-ID WRK-ID-BUSCA.             00071000
            MOVE FD-FOL-NOME     TO WRK-EV-NOME.                        00071100
            MOVE FD-FOL-SETOR    TO WRK-EVR-SETOR.                      00071200
            MOVE FD-FOL-BRUTO    TO WRK-EVR-BRUTO.                      00071300
            MOVE FD-FOL-INSS     TO WRK-EVR-INSS.                       00071400
            MOVE FD-FOL-IRRF     TO WRK-EVR-IRRF.                       00071500
            MOVE FD-FOL-LIQUIDO  TO WRK-EVR-LIQUIDO.                    00071600
                                                                        00071700
            PERFORM 2900-LOCALIZAR-FUNC.                                00071800
            PERFORM 2800-BUSCAR-CPF.                                    00071900
            IF WRK-CPF EQUAL ZEROES                                     00072000
               MOVE 'CPF AUSENTE                   ' TO WRK-MOTIVO-REJ  00072100
               PERFORM 2700-REJEITAR                                    00072200
               GO TO 2500-99-FIM.                                       00072300
                                                                        00072400
            ADD FD-FOL-BRUTO TO WRK-TOT-BRUTO.                          00072500
            PERFORM 2600-GRAVAR-EVENTO.                                 00072600
       2500-99-FIM.              EXIT.                                  00072700
      *-------------------------------------------------------------*   00072800
       2600-GRAVAR-EVENTO                       SECTION.                00072900
      *-------------------------------------------------------------*   00073000
            MOVE WRK-COMPETENCIA TO WRK-EV-COMPET.                      00073100
            MOVE WRK-CPF         TO WRK-EV-CPF.                         00073200
            WRITE FD-EVGOV FROM WRK-REG-EVGOV.                          00073300
            IF WRK-FS-EVGOV NOT EQUAL 00                                00073400
               MOVE 'ERRO NA GRAVACAO EVGOV' TO WRK-MSGERRO             00073500
               MOVE '2600'                   TO WRK-SECAO               00073600
               MOVE WRK-FS-EVGOV             TO WRK-STATUS              00073700
               PERFORM 9000-TRATAERROS                                  00073800
            END-IF.                                                     00073900
            ADD 1 TO WRK-QTD-GRAVADOS.                                  00074000
       2600-99-FIM.              EXIT.                                  00074100
      *-------------------------------------------------------------*   00074200
       2700-REJEITAR                            SECTION.                00074300
      *-------------------------------------------------------------*   00074400
            MOVE WRK-EV-TIPO    TO WRK-REJ-TIPO.                        00074500
            MOVE WRK-EV-ID      TO WRK-REJ-ID.                          00074600
            MOVE WRK-EV-NOME    TO WRK-REJ-NOME.                        00074700
            MOVE WRK-MOTIVO-REJ TO WRK-REJ-MOTIVO.                      00074800
            WRITE FD-RELGOV FROM WRK-LINHA-REJEITO.                     00074900
            ADD 1 TO WRK-QTD-REJ.                                       00075000
       2700-99-FIM.              EXIT.                                  00075100
      *-------------------------------------------------------------*   00075200
       2800-BUSCAR-CPF                          SECTION.                00075300
      *-------------------------------------------------------------*   00075400
      *   CPF = DOCUMENTO DO CLIENTE DA CONTA-SALARIO (COM O        *   00075500
      *   WRK-IDX-FUN JA POSICIONADO). DOCUMENTO COM MAIS DE 11     *   00075600
      *   DIGITOS E CNPJ.                                           *   00075700
      *-------------------------------------------------------------*   00075800
            MOVE ZEROES TO WRK-CPF.                                     00075900
            IF WRK-IDX-FUN EQUAL ZERO                                   00076000
               GO TO 2800-99-FIM.                                       00076100
            IF WRK-FUN-AGECTA (WRK-IDX-FUN) EQUAL SPACES                00076200
               GO TO 2800-99-FIM.                                       00076300
            MOVE ZERO TO WRK-IDX-CONTA.                                 00076400
            MOVE 1 TO WRK-SUB-CONTAS.                                   00076500
            PERFORM 2810-COMPARAR-CONTA                                 00076600
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00076700
                       OR WRK-IDX-CONTA GREATER ZERO.                   00076800
            IF WRK-IDX-CONTA EQUAL ZERO                                 00076900
               GO TO 2800-99-FIM.                                       00077000
            IF WRK-CTA-DOCUMENTO (WRK-IDX-CONTA) GREATER 99999999999    00077100
               GO TO 2800-99-FIM.                                       00077200
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA) TO WRK-CPF.          00077300
       2800-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       2810-COMPARAR-CONTA                      SECTION.                00077600
      *-------------------------------------------------------------*   00077700
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL                     00077800
               WRK-FUN-AGECTA (WRK-IDX-FUN)                             00077900
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00078000
            END-IF.                                                     00078100
            ADD 1 TO WRK-SUB-CONTAS.                                    00078200
       2810-99-FIM.              EXIT.                                  00078300
      *-------------------------------------------------------------*   00078400
       2850-VALIDAR-CARGO                       SECTION.                00078500
      *-------------------------------------------------------------*   00078600
      *   CARGO TEM DE EXISTIR ATIVO EM IVAN.CARGO. CADA CODIGO VAI *   00078700
      *   AO DB2 UMA VEZ SO; A RESPOSTA FICA NA TABELA.             *   00078800
      *-------------------------------------------------------------*   00078900
            MOVE 'N' TO WRK-SW-CARGO.                                   00079000
            IF WRK-EVA-CARGO EQUAL SPACES                               00079100
               GO TO 2850-99-FIM.                                       00079200
            MOVE ZERO TO WRK-IDX-CRG.                                   00079300
            MOVE 1 TO WRK-SUB-CRG.                                      00079400
            PERFORM 2860-COMPARAR-CARGO                                 00079500
                    UNTIL WRK-SUB-CRG GREATER WRK-QTD-CRG               00079600
                       OR WRK-IDX-CRG GREATER ZERO.                     00079700
            IF WRK-IDX-CRG NOT EQUAL ZERO                               00079800
               MOVE WRK-CRG-SW-VALIDO (WRK-IDX-CRG) TO WRK-SW-CARGO     00079900
               GO TO 2850-99-FIM.                                       00080000
                                                                        00080100
            MOVE WRK-EVA-CARGO TO DB2-CARGO.                            00080200
            EXEC SQL                                                    00080300
             SELECT COUNT(*) INTO :WRK-CONT-CARGO                       00080400
               FROM IVAN.CARGO                                          00080500
              WHERE CODIGO = :DB2-CARGO                                 00080600
                AND STATUS = 'A'                                        00080700
            END-EXEC.                                                   00080800
            IF SQLCODE NOT EQUAL 0                                      00080900
               MOVE SQLCODE TO WRK-SQLCODE                              00081000
               DISPLAY ' ERRO ' WRK-SQLCODE ' NO SELECT IVAN.CARGO'     00081100
               MOVE 8 TO RETURN-CODE                                    00081200
               STOP RUN                                                 00081300
            END-IF.                                                     00081400
            IF WRK-CONT-CARGO GREATER 0                                 00081500
               MOVE 'S' TO WRK-SW-CARGO                                 00081600
            END-IF.                                                     00081700
            IF WRK-QTD-CRG LESS 200                                     00081800
               ADD 1 TO WRK-QTD-CRG                                     00081900
               MOVE WRK-EVA-CARGO TO WRK-CRG-CODIGO (WRK-QTD-CRG)       00082000
               MOVE WRK-SW-CARGO  TO WRK-CRG-SW-VALIDO (WRK-QTD-CRG)    00082100
            END-IF.                                                     00082200
       2850-99-FIM.              EXIT.                                  00082300
      *-------------------------------------------------------------*   00082400
       2860-COMPARAR-CARGO                      SECTION.                00082500
      *-------------------------------------------------------------*   00082600
            IF WRK-CRG-CODIGO (WRK-SUB-CRG) EQUAL WRK-EVA-CARGO         00082700
               MOVE WRK-SUB-CRG TO WRK-IDX-CRG                          00082800
            END-IF.                                                     00082900
            ADD 1 TO WRK-SUB-CRG.                                       00083000
       2860-99-FIM.              EXIT.                                  00083100
      *-------------------------------------------------------------*   00083200
       2900-LOCALIZAR-FUNC                      SECTION.                00083300
      *-------------------------------------------------------------*   00083400
            MOVE ZERO TO WRK-IDX-FUN.                                   00083500
            MOVE 1 TO WRK-SUB-FUN.                                      00083600
            PERFORM 2910-COMPARAR-FUNC                                  00083700
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00083800
                       OR WRK-IDX-FUN GREATER ZERO.                     00083900
            IF WRK-IDX-FUN EQUAL ZERO                                   00084000
               IF WRK-QTD-FUN LESS 1000                                 00084100
                  ADD 1 TO WRK-QTD-FUN                                  00084200
                  MOVE WRK-QTD-FUN TO WRK-IDX-FUN                       00084300
                  MOVE SPACES TO WRK-FUN-LINHA (WRK-IDX-FUN)            00084400
                  MOVE WRK-ID-BUSCA TO WRK-FUN-ID (WRK-IDX-FUN)         00084500
               ELSE                                                     00084600
                  DISPLAY ' TABELA DE FUNCIONARIOS ESGOTADA (1000) - '  00084700
                          WRK-ID-BUSCA                                  00084800
                  ADD 1 TO WRK-QTD-IGNORA                               00084900
               END-IF                                                   00085000
            END-IF.                                                     00085100
       2900-99-FIM.              EXIT.                                  00085200
      *-------------------------------------------------------------*   00085300
       2910-COMPARAR-FUNC                       SECTION.                00085400
      *-------------------------------------------------------------*   00085500
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL WRK-ID-BUSCA              00085600
               MOVE WRK-SUB-FUN TO WRK-IDX-FUN                          00085700
            END-IF.                                                     00085800
            ADD 1 TO WRK-SUB-FUN.                                       00085900
       2910-99-FIM.              EXIT.                                  00086000
      *-------------------------------------------------------------*   00086100
       3000-FINALIZAR                           SECTION.                00086200
      *-------------------------------------------------------------*   00086300
             MOVE WRK-QTD-GRAVADOS TO WRK-TRLEV-QTD.                    00086400
             MOVE WRK-TOT-BRUTO    TO WRK-TRLEV-TOTAL.                  00086500
             WRITE FD-EVGOV FROM WRK-TRL-EVGOV.                         00086600
                                                                        00086700
             MOVE WRK-QTD-GRAVADOS TO WRK-TOT-GRAVADOS.                 00086800
             MOVE WRK-QTD-REJ      TO WRK-TOT-REJEITADOS.               00086900
             WRITE FD-RELGOV FROM WRK-LINHA-TRACO.                      00087000
             WRITE FD-RELGOV FROM WRK-LINHA-TOTAL.                      00087100
                                                                        00087200
             CLOSE FUNCUNL FOLHA EVGOV RELGOV.                          00087300
              DISPLAY ' ============================================'.  00087400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB53          '.  00087500
              DISPLAY ' ============================================'.  00087600
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00087700
              DISPLAY ' FUNCIONARIOS LIDOS.........' WRK-REGFUNCUNL.    00087800
              DISPLAY ' CONTRACHEQUES LIDOS........' WRK-REGFOLHA.      00087900
              DISPLAY ' EVENTOS ADMI...............' WRK-QTD-ADMI.      00088000
              DISPLAY ' EVENTOS DESL...............' WRK-QTD-DESL.      00088100
              DISPLAY ' EVENTOS REMU...............' WRK-QTD-REMU.      00088200
              DISPLAY ' GRAVADOS NO EVGOV..........' WRK-QTD-GRAVADOS.  00088300
              DISPLAY ' REJEITADOS (RELGOV)........' WRK-QTD-REJ.       00088400
              DISPLAY ' PARAMETROS IGNORADOS.......' WRK-QTD-IGNORA.    00088500
              DISPLAY ' ============================================'.  00088600
              IF WRK-QTD-REJ GREATER ZEROES                             00088700
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00088800
                 MOVE 4 TO RETURN-CODE                                  00088900
              END-IF.                                                   00089000
                                                                        00089100
       3000-99-FIM.              EXIT.                                  00089200
      *-------------------------------------------------------------*   00089300
       4000-TESTARSTATUS                            SECTION.            00089400
      *-------------------------------------------------------------*   00089500
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00089600
                 PERFORM 4200-TESTARSTATUS-TRHIUNL.                     00089700
                 PERFORM 4300-TESTARSTATUS-CARGUNL.                     00089800
                 PERFORM 4400-TESTARSTATUS-FUNCCTA.                     00089900
                 PERFORM 4500-TESTARSTATUS-CLIENTES.                    00090000
                 PERFORM 4600-TESTARSTATUS-FOLHA.                       00090100
                 IF WRK-FS-EVGOV NOT EQUAL 00                           00090200
                   MOVE 'ERRO NO OPEN EVGOV    ' TO WRK-MSGERRO         00090300
                   MOVE '1000'                   TO WRK-SECAO           00090400
                   MOVE WRK-FS-EVGOV             TO WRK-STATUS          00090500
                    PERFORM 9000-TRATAERROS                             00090600
                 END-IF.                                                00090700
                 IF WRK-FS-RELGOV NOT EQUAL 00                          00090800
                   MOVE 'ERRO NO OPEN RELGOV   ' TO WRK-MSGERRO         00090900
                   MOVE '1000'                   TO WRK-SECAO           00091000
                   MOVE WRK-FS-RELGOV            TO WRK-STATUS          00091100
                    PERFORM 9000-TRATAERROS                             00091200
                 END-IF.                                                00091300
                                                                        00091400
       4000-99-FIM.              EXIT.                                  00091500
      *-------------------------------------------------------------*   00091600
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00091700
      *-------------------------------------------------------------*   00091800
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00091900
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00092000
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00092100
                 MOVE '2000'                   TO WRK-SECAO             00092200
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00092300
                  PERFORM 9000-TRATAERROS                               00092400
               END-IF.                                                  00092500
                                                                        00092600
       4100-99-FIM.              EXIT.                                  00092700
      *-------------------------------------------------------------*   00092800
       4200-TESTARSTATUS-TRHIUNL                    SECTION.            00092900
      *-------------------------------------------------------------*   00093000
               IF WRK-FS-TRHIUNL NOT EQUAL 00                           00093100
                           AND WRK-FS-TRHIUNL NOT EQUAL 10              00093200
                 MOVE 'ERRO NO TRHIUNL       ' TO WRK-MSGERRO           00093300
                 MOVE '1200'                   TO WRK-SECAO             00093400
                 MOVE WRK-FS-TRHIUNL           TO WRK-STATUS            00093500
                  PERFORM 9000-TRATAERROS                               00093600
               END-IF.                                                  00093700
                                                                        00093800
       4200-99-FIM.              EXIT.                                  00093900
      *-------------------------------------------------------------*   00094000
       4300-TESTARSTATUS-CARGUNL                    SECTION.            00094100
      *-------------------------------------------------------------*   00094200
               IF WRK-FS-CARGUNL NOT EQUAL 00                           00094300
                           AND WRK-FS-CARGUNL NOT EQUAL 10              00094400
                 MOVE 'ERRO NO CARGUNL       ' TO WRK-MSGERRO           00094500
                 MOVE '1100'                   TO WRK-SECAO             00094600
                 MOVE WRK-FS-CARGUNL           TO WRK-STATUS            00094700
                  PERFORM 9000-TRATAERROS                               00094800
               END-IF.                                                  00094900
                                                                        00095000
       4300-99-FIM.              EXIT.                                  00095100
      *-------------------------------------------------------------*   00095200
       4400-TESTARSTATUS-FUNCCTA                    SECTION.            00095300
      *-------------------------------------------------------------*   00095400
               IF WRK-FS-FUNCCTA NOT EQUAL 00                           00095500
                           AND WRK-FS-FUNCCTA NOT EQUAL 10              00095600
                 MOVE 'ERRO NO FUNCCTA       ' TO WRK-MSGERRO           00095700
                 MOVE '1300'                   TO WRK-SECAO             00095800
                 MOVE WRK-FS-FUNCCTA           TO WRK-STATUS            00095900
                  PERFORM 9000-TRATAERROS                               00096000
               END-IF.                                                  00096100
                                                                        00096200
       4400-99-FIM.              EXIT.                                  00096300
      *-------------------------------------------------------------*   00096400
       4500-TESTARSTATUS-CLIENTES                   SECTION.            00096500
      *-------------------------------------------------------------*   00096600
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00096700
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00096800
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00096900
                 MOVE '1400'                   TO WRK-SECAO             00097000
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00097100
                  PERFORM 9000-TRATAERROS                               00097200
               END-IF.                                                  00097300
                                                                        00097400
       4500-99-FIM.              EXIT.                                  00097500
      *-------------------------------------------------------------*   00097600
       4600-TESTARSTATUS-FOLHA                      SECTION.            00097700
      *-------------------------------------------------------------*   00097800
               IF WRK-FS-FOLHA NOT EQUAL 00                             00097900
                           AND WRK-FS-FOLHA NOT EQUAL 10                00098000
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00098100
                 MOVE '2500'                   TO WRK-SECAO             00098200
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00098300
                  PERFORM 9000-TRATAERROS                               00098400
               END-IF.                                                  00098500
                                                                        00098600
       4600-99-FIM.              EXIT.                                  00098700
      *-------------------------------------------------------------*   00098800
       9000-TRATAERROS                              SECTION.            00098900
      *-------------------------------------------------------------*   00099000
           MOVE 'FR19DB53' TO WRK-PROGRAMA                              00099100
           MOVE 'E'        TO WRK-SEVERIDADE                            00099200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00099300
           GOBACK.                                                      00099400
                                                                        00099500
       9000-99-FIM.              EXIT.                                  00099600
