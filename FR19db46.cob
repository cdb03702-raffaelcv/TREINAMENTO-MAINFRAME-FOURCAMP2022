      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB46.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ENCARGOS PATRONAIS DA FOLHA - SAI DA PLANILHA E *   00001200
      *    ENTRA NO BATCH. O FR19DB12 SO CALCULA OS DESCONTOS DO    *   00001300
      *    EMPREGADO; ESTE PROGRAMA APURA O CUSTO DA EMPRESA SOBRE  *   00001400
      *    O BRUTO DE CADA FUNCIONARIO:                             *   00001500
      *     FGTS      - DEPOSITO DO MES (ALIQUOTA TIPO FGTS)        *   00001600
      *     INSS PATR - CONTRIBUICAO PATRONAL (TIPO INSP)           *   00001700
      *     RAT       - RISCO AMBIENTAL DO TRABALHO (TIPO RAT )     *   00001800
      *     TERCEIROS - OUTRAS ENTIDADES (TIPO TERC)                *   00001900
      *    AS ALIQUOTAS VEM DO MESMO ARQUIVO DE FAIXAS DO FR19DB12  *   00002000
      *    (SO A ALIQUOTA E USADA); TIPO AUSENTE ASSUME 8,00 /      *   00002100
      *    20,00 / 2,00 / 5,80 E AVISA NO SYSOUT.                   *   00002200
      *    BASES: FOLHA DO MES (ORIGEM MES), FOLHA13 DO FR19DB26    *   00002300
      *    (ORIGEM 13S) E FOLHAADT DO FR19DB27 (ORIGEM ADT), ESTES  *   00002400
      *    DOIS SO QUANDO PRESENTES. O ADIANTAMENTO JA ESTA DENTRO  *   00002500
      *    DO BRUTO DA FOLHA DO MES: SO ENTRA COMO BASE PARA QUEM   *   00002600
      *    NAO TEM CONTRACHEQUE NA FOLHA DESTA EXECUCAO.            *   00002700
      *    A EMPRESA DE CADA FUNCIONARIO VEM DA DESCARGA DO         *   00002800
      *    IVAN.FUNC (FUNCUNL, GERADA PELO FR19DB23); SEM ELA O     *   00002900
      *    FUNCIONARIO FICA NA EMPRESA '???'.                       *   00003000
      *    SAIDAS:                                                  *   00003100
      *     FGTSDEP  - DEPOSITO DE FGTS POR FUNCIONARIO E ORIGEM,   *   00003200
      *                COM CABECALHO E RODAPE (QUANTIDADE E TOTAL)  *   00003300
      *     ENCARGOS - CUSTO PATRONAL POR SETOR NO LAYOUT DO        *   00003400
      *                FOLHAHIS (SETOR, MES, VALOR), ENTRADA DO     *   00003500
      *                ORCADO X REALIZADO (FR19DB22)                *   00003600
      *     RELENC   - ENCARGOS TOTALIZADOS POR SETOR, POR EMPRESA  *   00003700
      *                E TOTAL GERAL                                *   00003800
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES CORRENTE)  *   00003900
      *    (CADA CARTAO COM 10 DE FILLER).                          *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    FUNCUNL              I                  -----------      *   00004400
      *    FAIXAS               I                  -----------      *   00004500
      *    FOLHA                I                  -----------      *   00004600
      *    FOLHA13              I                  -----------      *   00004700
      *    FOLHAADT             I                  -----------      *   00004800
      *    FGTSDEP              O                  -----------      *   00004900
      *    ENCARGOS             O                  -----------      *   00005000
      *    RELENC               O                  -----------      *   00005100
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
            SELECT FAIXAS ASSIGN TO FAIXAS                              00007200
                 FILE STATUS IS WRK-FS-FAIXAS.                          00007300
                                                                        00007400
            SELECT FOLHA ASSIGN TO FOLHA                                00007500
                 FILE STATUS IS WRK-FS-FOLHA.                           00007600
                                                                        00007700
            SELECT FOLHA13 ASSIGN TO FOLHA13                            00007800
                 FILE STATUS IS WRK-FS-FOLHA13.                         00007900
                                                                        00008000
            SELECT FOLHAADT ASSIGN TO FOLHAADT                          00008100
                 FILE STATUS IS WRK-FS-FOLHAADT.                        00008200
                                                                        00008300
      *--------------ARQUIVOS SAIDAS---*                                00008400
            SELECT FGTSDEP ASSIGN TO FGTSDEP                            00008500
                 FILE STATUS IS WRK-FS-FGTSDEP.                         00008600
                                                                        00008700
            SELECT ENCARGOS ASSIGN TO ENCARGOS                          00008800
                 FILE STATUS IS WRK-FS-ENCARGOS.                        00008900
                                                                        00009000
            SELECT RELENC ASSIGN TO RELENC                              00009100
                 FILE STATUS IS WRK-FS-RELENC.                          00009200
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
      *-------------------LRECL 28----------------------------------*   00011400
       FD FAIXAS                                                        00011500
           RECORDING MODE IS F                                          00011600
           LABEL RECORD IS STANDARD                                     00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-FAIXAS.                                                    00011900
          05 FD-FAIXA-TIPO       PIC X(04).                             00012000
          05 FD-FAIXA-LIMITE     PIC 9(08)V99.                          00012100
          05 FD-FAIXA-ALIQUOTA   PIC 9(02)V99.                          00012200
          05 FD-FAIXA-DEDUZIR    PIC 9(08)V99.                          00012300
                                                                        00012400
      *-------------------LRECL 89----------------------------------*   00012500
       FD FOLHA                                                         00012600
           RECORDING MODE IS F                                          00012700
           LABEL RECORD IS STANDARD                                     00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-FOLHA.                                                     00013000
          05 FD-FOLHA-ID         PIC 9(05).                             00013100
          05 FD-FOLHA-NOME       PIC X(30).                             00013200
          05 FD-FOLHA-SETOR      PIC X(04).                             00013300
          05 FD-FOLHA-BRUTO      PIC 9(08)V99.                          00013400
          05 FD-FOLHA-INSS       PIC 9(08)V99.                          00013500
          05 FD-FOLHA-IRRF       PIC 9(08)V99.                          00013600
          05 FD-FOLHA-LIQUIDO    PIC 9(08)V99.                          00013700
          05 FILLER              PIC X(10).                             00013800
                                                                        00013900
      *-------------------LRECL 89----------------------------------*   00014000
       FD FOLHA13                                                       00014100
           RECORDING MODE IS F                                          00014200
           LABEL RECORD IS STANDARD                                     00014300
           BLOCK CONTAINS 0 RECORDS.                                    00014400
       01 FD-FOLHA13.                                                   00014500
          05 FD-F13-ID           PIC 9(05).                             00014600
          05 FD-F13-NOME         PIC X(30).                             00014700
          05 FD-F13-SETOR        PIC X(04).                             00014800
          05 FD-F13-BRUTO        PIC 9(08)V99.                          00014900
          05 FD-F13-INSS         PIC 9(08)V99.                          00015000
          05 FD-F13-IRRF         PIC 9(08)V99.                          00015100
          05 FD-F13-LIQUIDO      PIC 9(08)V99.                          00015200
          05 FILLER              PIC X(10).                             00015300
                                                                        00015400
      *-------------------LRECL 89----------------------------------*   00015500
       FD FOLHAADT                                                      00015600
           RECORDING MODE IS F                                          00015700
           LABEL RECORD IS STANDARD                                     00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-FOLHAADT.                                                  00016000
          05 FD-FAD-ID           PIC 9(05).                             00016100
          05 FD-FAD-NOME         PIC X(30).                             00016200
          05 FD-FAD-SETOR        PIC X(04).                             00016300
          05 FD-FAD-BRUTO        PIC 9(08)V99.                          00016400
          05 FD-FAD-INSS         PIC 9(08)V99.                          00016500
          05 FD-FAD-IRRF         PIC 9(08)V99.                          00016600
          05 FD-FAD-LIQUIDO      PIC 9(08)V99.                          00016700
          05 FILLER              PIC X(10).                             00016800
                                                                        00016900
      *-------------------LRECL 80----------------------------------*   00017000
       FD FGTSDEP                                                       00017100
           RECORDING MODE IS F.                                         00017200
       01 FD-FGTSDEP             PIC X(80).                             00017300
                                                                        00017400
      *-------------------LRECL 22----------------------------------*   00017500
       FD ENCARGOS                                                      00017600
           RECORDING MODE IS F.                                         00017700
       01 FD-ENCARGOS            PIC X(22).                             00017800
                                                                        00017900
      *-------------------LRECL 80----------------------------------*   00018000
       FD RELENC                                                        00018100
           RECORDING MODE IS F.                                         00018200
       01 FD-RELENC              PIC X(80).                             00018300
                                                                        00018400
      *=============================================================*   00018500
       WORKING-STORAGE                             SECTION.             00018600
      *=============================================================*   00018700
                                                                        00018800
       01 FILLER          PIC X(64) VALUE                               00018900
           '-----------BOOK LOGERROS------------------------'.          00019000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00019100
       COPY '#GLOG'.                                                    00019200
      *-------------------------------------------------------------*   00019300
                                                                        00019400
       01 FILLER          PIC X(64) VALUE                               00019500
           '-----------VARIAVEIS DE STATUS------------------'.          00019600
                                                                        00019700
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00019800
       77 WRK-FS-FAIXAS   PIC 9(02).                                    00019900
       77 WRK-FS-FOLHA    PIC 9(02).                                    00020000
       77 WRK-FS-FOLHA13  PIC 9(02).                                    00020100
       77 WRK-FS-FOLHAADT PIC 9(02).                                    00020200
       77 WRK-FS-FGTSDEP  PIC 9(02).                                    00020300
       77 WRK-FS-ENCARGOS PIC 9(02).                                    00020400
       77 WRK-FS-RELENC   PIC 9(02).                                    00020500
                                                                        00020600
       77 WRK-SW-FIM-FUNCUNL PIC X(01) VALUE 'N'.                       00020700
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00020800
       77 WRK-SW-FIM-FAIXAS  PIC X(01) VALUE 'N'.                       00020900
           88 WRK-FIM-FAIXAS        VALUE 'S'.                          00021000
       77 WRK-SW-FIM-FOLHA   PIC X(01) VALUE 'N'.                       00021100
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00021200
       77 WRK-SW-FIM-FOLHA13 PIC X(01) VALUE 'N'.                       00021300
           88 WRK-FIM-FOLHA13       VALUE 'S'.                          00021400
       77 WRK-SW-FIM-FOLHAADT PIC X(01) VALUE 'N'.                      00021500
           88 WRK-FIM-FOLHAADT      VALUE 'S'.                          00021600
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00021700
           88 WRK-ACHOU             VALUE 'S'.                          00021800
                                                                        00021900
       01 FILLER          PIC X(64) VALUE                               00022000
           '-----------PARAMETROS SYSIN---------------------'.          00022100
                                                                        00022200
       01 WRK-COMPCARD.                                                 00022300
          05 FILLER              PIC X(10).                             00022400
          05 WRK-COMPCARD-AC     PIC 9(06).                             00022500
                                                                        00022600
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00022700
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00022800
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------ALIQUOTAS PATRONAIS------------------'.          00023100
                                                                        00023200
       77 WRK-ALIQ-FGTS   PIC 9(02)V99 VALUE ZEROES.                    00023300
       77 WRK-ALIQ-INSP   PIC 9(02)V99 VALUE ZEROES.                    00023400
       77 WRK-ALIQ-RAT    PIC 9(02)V99 VALUE ZEROES.                    00023500
       77 WRK-ALIQ-TERC   PIC 9(02)V99 VALUE ZEROES.                    00023600
       77 WRK-SW-FGTS     PIC X(01) VALUE 'N'.                          00023700
       77 WRK-SW-INSP     PIC X(01) VALUE 'N'.                          00023800
       77 WRK-SW-RAT      PIC X(01) VALUE 'N'.                          00023900
       77 WRK-SW-TERC     PIC X(01) VALUE 'N'.                          00024000
                                                                        00024100
       01 FILLER          PIC X(64) VALUE                               00024200
           '-----------FUNCIONARIOS (DESCARGA FUNCUNL)------'.          00024300
                                                                        00024400
      *----WRK-FUN-NAFOLHA = 'S' QUANDO O ID TEVE CONTRACHEQUE NA---*   00024500
      *----FOLHA DO MES (O ADIANTAMENTO DELE NAO E BASE DE NOVO)----*   00024600
       77 WRK-QTD-FUNC    PIC 9(05) COMP VALUE ZERO.                    00024700
       77 WRK-SUB-FUNC    PIC 9(05) COMP VALUE ZERO.                    00024800
       77 WRK-IDX-FUNC    PIC 9(05) COMP VALUE ZERO.                    00024900
       01 WRK-TAB-FUNC.                                                 00025000
          05 WRK-FUN-LINHA OCCURS 5000 TIMES.                           00025100
             10 WRK-FUN-ID         PIC 9(05).                           00025200
             10 WRK-FUN-EMPRESA    PIC X(03).                           00025300
             10 WRK-FUN-NAFOLHA    PIC X(01).                           00025400
                                                                        00025500
       01 FILLER          PIC X(64) VALUE                               00025600
           '-----------CALCULO DOS ENCARGOS-----------------'.          00025700
                                                                        00025800
       77 WRK-ORIGEM      PIC X(03) VALUE SPACES.                       00025900
       77 WRK-ID          PIC 9(05) VALUE ZEROES.                       00026000
       77 WRK-NOME        PIC X(30) VALUE SPACES.                       00026100
       77 WRK-SETOR       PIC X(04) VALUE SPACES.                       00026200
       77 WRK-EMPRESA     PIC X(03) VALUE SPACES.                       00026300
       77 WRK-BASE        PIC 9(08)V99 VALUE ZEROES.                    00026400
       77 WRK-FGTS        PIC 9(08)V99 VALUE ZEROES.                    00026500
       77 WRK-INSP        PIC 9(08)V99 VALUE ZEROES.                    00026600
       77 WRK-RAT         PIC 9(08)V99 VALUE ZEROES.                    00026700
       77 WRK-TERC        PIC 9(08)V99 VALUE ZEROES.                    00026800
       77 WRK-ENCARGO     PIC 9(08)V99 VALUE ZEROES.                    00026900
                                                                        00027000
       77 WRK-QTD-LIDOS-MES PIC 9(05) VALUE ZEROES.                     00027100
       77 WRK-QTD-LIDOS-13S PIC 9(05) VALUE ZEROES.                     00027200
       77 WRK-QTD-LIDOS-ADT PIC 9(05) VALUE ZEROES.                     00027300
       77 WRK-QTD-ADT-CONTIDO PIC 9(05) VALUE ZEROES.                   00027400
       77 WRK-QTD-SEMEMPRESA PIC 9(05) VALUE ZEROES.                    00027500
       77 WRK-QTD-DEPOSITOS PIC 9(05) VALUE ZEROES.                     00027600
       77 WRK-TOT-DEPOSITO PIC 9(12)V99 VALUE ZEROES.                   00027700
                                                                        00027800
       01 FILLER          PIC X(64) VALUE                               00027900
           '-----------TOTAIS POR SETOR E EMPRESA-----------'.          00028000
                                                                        00028100
       77 WRK-SETOR-BUSCA PIC X(04) VALUE SPACES.                       00028200
       77 WRK-EMPRESA-BUSCA PIC X(03) VALUE SPACES.                     00028300
       77 WRK-QTD-SETORES PIC 9(03) COMP VALUE ZERO.                    00028400
       77 WRK-SUB-SETORES PIC 9(03) COMP VALUE ZERO.                    00028500
       77 WRK-IDX-SETOR   PIC 9(03) COMP VALUE ZERO.                    00028600
       77 WRK-QTD-EMPRESAS PIC 9(03) COMP VALUE ZERO.                   00028700
       77 WRK-SUB-EMPRESAS PIC 9(03) COMP VALUE ZERO.                   00028800
       77 WRK-IDX-EMPRESA PIC 9(03) COMP VALUE ZERO.                    00028900
                                                                        00029000
       01 WRK-TAB-SETOR.                                                00029100
          05 WRK-SET-LINHA OCCURS 100 TIMES.                            00029200
             10 WRK-SET-SETOR      PIC X(04).                           00029300
             10 WRK-SET-BASE       PIC 9(10)V99.                        00029400
             10 WRK-SET-FGTS       PIC 9(10)V99.                        00029500
             10 WRK-SET-INSP       PIC 9(10)V99.                        00029600
             10 WRK-SET-RAT        PIC 9(10)V99.                        00029700
             10 WRK-SET-TERC       PIC 9(10)V99.                        00029800
                                                                        00029900
       01 WRK-TAB-EMPRESA.                                              00030000
          05 WRK-EMP-LINHA OCCURS 20 TIMES.                             00030100
             10 WRK-EMP-EMPRESA    PIC X(03).                           00030200
             10 WRK-EMP-BASE       PIC 9(10)V99.                        00030300
             10 WRK-EMP-FGTS       PIC 9(10)V99.                        00030400
             10 WRK-EMP-INSP       PIC 9(10)V99.                        00030500
             10 WRK-EMP-RAT        PIC 9(10)V99.                        00030600
             10 WRK-EMP-TERC       PIC 9(10)V99.                        00030700
                                                                        00030800
       01 WRK-TOTAL-GERAL.                                              00030900
          05 WRK-TG-BASE         PIC 9(10)V99 VALUE ZEROES.             00031000
          05 WRK-TG-FGTS         PIC 9(10)V99 VALUE ZEROES.             00031100
          05 WRK-TG-INSP         PIC 9(10)V99 VALUE ZEROES.             00031200
          05 WRK-TG-RAT          PIC 9(10)V99 VALUE ZEROES.             00031300
          05 WRK-TG-TERC         PIC 9(10)V99 VALUE ZEROES.             00031400
                                                                        00031500
       01 FILLER          PIC X(64) VALUE                               00031600
           '-----------REGISTROS DE SAIDA-------------------'.          00031700
                                                                        00031800
       01 WRK-REG-FGTSDEP.                                              00031900
          05 WRK-FD-ID           PIC 9(05).                             00032000
          05 WRK-FD-NOME         PIC X(30).                             00032100
          05 WRK-FD-EMPRESA      PIC X(03).                             00032200
          05 WRK-FD-SETOR        PIC X(04).                             00032300
          05 WRK-FD-COMPETENCIA  PIC 9(06).                             00032400
          05 WRK-FD-ORIGEM       PIC X(03).                             00032500
          05 WRK-FD-BASE         PIC 9(08)V99.                          00032600
          05 WRK-FD-ALIQUOTA     PIC 9(02)V99.                          00032700
          05 WRK-FD-VALOR        PIC 9(08)V99.                          00032800
          05 FILLER              PIC X(05) VALUE SPACES.                00032900
                                                                        00033000
       01 WRK-CAB-FGTSDEP.                                              00033100
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00033200
          05 FILLER              PIC X(01) VALUE SPACE.                 00033300
          05 WRK-CABFD-COMPET    PIC 9(06).                             00033400
          05 FILLER              PIC X(01) VALUE SPACE.                 00033500
          05 WRK-CABFD-DATA      PIC 9(08).                             00033600
          05 FILLER              PIC X(55) VALUE SPACES.                00033700
                                                                        00033800
       01 WRK-TRL-FGTSDEP.                                              00033900
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00034000
          05 FILLER              PIC X(01) VALUE SPACE.                 00034100
          05 WRK-TRLFD-QTD       PIC 9(05).                             00034200
          05 FILLER              PIC X(01) VALUE SPACE.                 00034300
          05 WRK-TRLFD-TOTAL     PIC 9(12)V99.                          00034400
          05 FILLER              PIC X(50) VALUE SPACES.                00034500
                                                                        00034600
       01 WRK-REG-ENCARGOS.                                             00034700
          05 WRK-EN-SETOR        PIC X(04).                             00034800
          05 WRK-EN-MES          PIC 9(06).                             00034900
          05 WRK-EN-VALOR        PIC 9(10)V99.                          00035000
                                                                        00035100
       01 FILLER          PIC X(64) VALUE                               00035200
           '-----------LINHAS DO RELATORIO------------------'.          00035300
                                                                        00035400
       01 WRK-LINHA-TITULO.                                             00035500
          05 FILLER              PIC X(40) VALUE                        00035600
             'ENCARGOS PATRONAIS DA FOLHA - COMPET.:  '.                00035700
          05 WRK-TIT-COMPET      PIC 9(06).                             00035800
          05 FILLER              PIC X(34) VALUE SPACES.                00035900
                                                                        00036000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00036100
                                                                        00036200
       01 WRK-LINHA-COLUNAS.                                            00036300
          05 FILLER              PIC X(40) VALUE                        00036400
             'QUEBRA        BASE        FGTS   INSS PA'.                00036500
          05 FILLER              PIC X(40) VALUE                        00036600
             'TR         RAT   TERCEIROS       TOTAL  '.                00036700
                                                                        00036800
       01 WRK-LINHA-SUBTIT.                                             00036900
          05 WRK-SUB-TEXTO       PIC X(40).                             00037000
          05 FILLER              PIC X(40) VALUE SPACES.                00037100
                                                                        00037200
       01 WRK-LINHA-ENCARGO.                                            00037300
          05 WRK-REL-TIPO        PIC X(03).                             00037400
          05 FILLER              PIC X(01) VALUE SPACE.                 00037500
          05 WRK-REL-QUEBRA      PIC X(04).                             00037600
          05 WRK-REL-BASE        PIC ZZZZZZZ9,99.                       00037700
          05 WRK-REL-FGTS        PIC ZZZZZZZ9,99.                       00037800
          05 WRK-REL-INSP        PIC ZZZZZZZ9,99.                       00037900
          05 WRK-REL-RAT         PIC ZZZZZZZ9,99.                       00038000
          05 WRK-REL-TERC        PIC ZZZZZZZ9,99.                       00038100
          05 WRK-REL-TOTAL       PIC ZZZZZZZ9,99.                       00038200
          05 FILLER              PIC X(06) VALUE SPACES.                00038300
                                                                        00038400
      *=============================================================*   00038500
       PROCEDURE DIVISION.                                              00038600
      *=============================================================*   00038700
                                                                        00038800
      *-------------------------------------------------------------*   00038900
       0000-PRINCIPAL                           SECTION.                00039000
      *-------------------------------------------------------------*   00039100
                                                                        00039200
            PERFORM  1000-INICIAR.                                      00039300
                                                                        00039400
            PERFORM  1100-CARREGAR-FAIXAS UNTIL WRK-FIM-FAIXAS.         00039500
                                                                        00039600
            PERFORM  1150-CONFERIR-ALIQUOTAS.                           00039700
                                                                        00039800
            PERFORM  1200-CARREGAR-FUNCUNL UNTIL WRK-FIM-FUNCUNL.       00039900
                                                                        00040000
            PERFORM  2000-PROCESSAR-FOLHA UNTIL WRK-FIM-FOLHA.          00040100
                                                                        00040200
            PERFORM  2100-PROCESSAR-FOLHA13 UNTIL WRK-FIM-FOLHA13.      00040300
                                                                        00040400
            PERFORM  2200-PROCESSAR-FOLHAADT UNTIL WRK-FIM-FOLHAADT.    00040500
                                                                        00040600
            PERFORM  3000-RELATORIO.                                    00040700
                                                                        00040800
            PERFORM  3500-FINALIZAR.                                    00040900
                                                                        00041000
            STOP RUN.                                                   00041100
                                                                        00041200
      *-------------------------------------------------------------*   00041300
       1000-INICIAR                             SECTION.                00041400
      *-------------------------------------------------------------*   00041500
             OPEN INPUT  FUNCUNL FAIXAS FOLHA                           00041600
                  OUTPUT FGTSDEP ENCARGOS RELENC.                       00041700
                                                                        00041800
               PERFORM 4000-TESTARSTATUS.                               00041900
                                                                        00042000
      *----FOLHA13 E FOLHAADT SO EXISTEM EM ALGUNS MESES-------------*  00042100
             OPEN INPUT FOLHA13.                                        00042200
               IF WRK-FS-FOLHA13 NOT EQUAL 00                           00042300
                  DISPLAY ' FOLHA13 INDISPONIVEL (FS=' WRK-FS-FOLHA13   00042400
                          ')'                                           00042500
                  MOVE 'S' TO WRK-SW-FIM-FOLHA13                        00042600
               END-IF.                                                  00042700
                                                                        00042800
             OPEN INPUT FOLHAADT.                                       00042900
               IF WRK-FS-FOLHAADT NOT EQUAL 00                          00043000
                  DISPLAY ' FOLHAADT INDISPONIVEL (FS=' WRK-FS-FOLHAADT 00043100
                          ')'                                           00043200
                  MOVE 'S' TO WRK-SW-FIM-FOLHAADT                       00043300
               END-IF.                                                  00043400
                                                                        00043500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00043600
                                                                        00043700
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00043800
               IF WRK-COMPCARD-AC EQUAL ZEROES                          00043900
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00044000
               ELSE                                                     00044100
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00044200
               END-IF.                                                  00044300
               MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                  00044400
                                                                        00044500
               MOVE WRK-COMPETENCIA TO WRK-CABFD-COMPET.                00044600
               MOVE WRK-DATA-HOJE   TO WRK-CABFD-DATA.                  00044700
               WRITE FD-FGTSDEP FROM WRK-CAB-FGTSDEP.                   00044800
                                                                        00044900
       1000-99-FIM.              EXIT.                                  00045000
      *-------------------------------------------------------------*   00045100
       1100-CARREGAR-FAIXAS                     SECTION.                00045200
      *-------------------------------------------------------------*   00045300
            READ FAIXAS                                                 00045400
              AT END                                                    00045500
                MOVE 'S' TO WRK-SW-FIM-FAIXAS                           00045600
            END-READ.                                                   00045700
            PERFORM 4200-TESTARSTATUS-FAIXAS.                           00045800
            IF WRK-FS-FAIXAS EQUAL 00                                   00045900
               EVALUATE FD-FAIXA-TIPO                                   00046000
                 WHEN 'FGTS'                                            00046100
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-FGTS              00046200
                   MOVE 'S' TO WRK-SW-FGTS                              00046300
                 WHEN 'INSP'                                            00046400
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-INSP              00046500
                   MOVE 'S' TO WRK-SW-INSP                              00046600
                 WHEN 'RAT '                                            00046700
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-RAT               00046800
                   MOVE 'S' TO WRK-SW-RAT                               00046900
                 WHEN 'TERC'                                            00047000
                   MOVE FD-FAIXA-ALIQUOTA TO WRK-ALIQ-TERC              00047100
                   MOVE 'S' TO WRK-SW-TERC                              00047200
                 WHEN OTHER                                             00047300
                   CONTINUE                                             00047400
               END-EVALUATE                                             00047500
            END-IF.                                                     00047600
       1100-99-FIM.              EXIT.                                  00047700
      *-------------------------------------------------------------*   00047800
       1150-CONFERIR-ALIQUOTAS                  SECTION.                00047900
      *-------------------------------------------------------------*   00048000
      *   TIPO PATRONAL AUSENTE DO FAIXAS FICA COM A ALIQUOTA LEGAL *   00048100
      *   DE REFERENCIA E O SYSOUT REGISTRA A SUBSTITUICAO.         *   00048200
      *-------------------------------------------------------------*   00048300
            IF WRK-SW-FGTS NOT EQUAL 'S'                                00048400
               MOVE 8,00 TO WRK-ALIQ-FGTS                               00048500
               DISPLAY ' FAIXA FGTS AUSENTE - ASSUMIDO 8,00'            00048600
            END-IF.                                                     00048700
            IF WRK-SW-INSP NOT EQUAL 'S'                                00048800
               MOVE 20,00 TO WRK-ALIQ-INSP                              00048900
               DISPLAY ' FAIXA INSP AUSENTE - ASSUMIDO 20,00'           00049000
            END-IF.                                                     00049100
            IF WRK-SW-RAT NOT EQUAL 'S'                                 00049200
               MOVE 2,00 TO WRK-ALIQ-RAT                                00049300
               DISPLAY ' FAIXA RAT AUSENTE - ASSUMIDO 2,00'             00049400
            END-IF.                                                     00049500
            IF WRK-SW-TERC NOT EQUAL 'S'                                00049600
               MOVE 5,80 TO WRK-ALIQ-TERC                               00049700
               DISPLAY ' FAIXA TERC AUSENTE - ASSUMIDO 5,80'            00049800
            END-IF.                                                     00049900
       1150-99-FIM.              EXIT.                                  00050000
      *-------------------------------------------------------------*   00050100
       1200-CARREGAR-FUNCUNL                    SECTION.                00050200
      *-------------------------------------------------------------*   00050300
            READ FUNCUNL                                                00050400
              AT END                                                    00050500
                MOVE 'S' TO WRK-SW-FIM-FUNCUNL                          00050600
            END-READ.                                                   00050700
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00050800
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00050900
            IF WRK-FS-FUNCUNL EQUAL 00                                  00051000
               IF FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'                00051100
                  AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'               00051200
                  IF WRK-QTD-FUNC LESS 5000                             00051300
                     ADD 1 TO WRK-QTD-FUNC                              00051400
                     MOVE FD-UNL-ID TO WRK-FUN-ID (WRK-QTD-FUNC)        00051500
                     MOVE FD-UNL-EMPRESA TO                             00051600
                          WRK-FUN-EMPRESA (WRK-QTD-FUNC)                00051700
                     MOVE 'N' TO WRK-FUN-NAFOLHA (WRK-QTD-FUNC)         00051800
                  ELSE                                                  00051900
                     DISPLAY ' TABELA DE FUNCIONARIOS ESGOTADA (5000)'  00052000
                  END-IF                                                00052100
               END-IF                                                   00052200
            END-IF.                                                     00052300
       1200-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2000-PROCESSAR-FOLHA                     SECTION.                00052600
      *-------------------------------------------------------------*   00052700
            READ FOLHA                                                  00052800
              AT END                                                    00052900
                MOVE 'S' TO WRK-SW-FIM-FOLHA                            00053000
            END-READ.                                                   00053100
            PERFORM 4300-TESTARSTATUS-FOLHA.                            00053200
            IF WRK-FS-FOLHA NOT EQUAL 00                                00053300
               GO TO 2000-99-FIM                                        00053400
            END-IF.                                                     00053500
            IF FD-FOLHA (1:9) EQUAL 'CABECALHO'                         00053600
               OR FD-FOLHA (1:6) EQUAL 'RODAPE'                         00053700
               GO TO 2000-99-FIM                                        00053800
            END-IF.                                                     00053900
                                                                        00054000
            ADD 1 TO WRK-QTD-LIDOS-MES.                                 00054100
            MOVE 'MES'          TO WRK-ORIGEM.                          00054200
            MOVE FD-FOLHA-ID    TO WRK-ID.                              00054300
            MOVE FD-FOLHA-NOME  TO WRK-NOME.                            00054400
            MOVE FD-FOLHA-SETOR TO WRK-SETOR.                           00054500
            MOVE FD-FOLHA-BRUTO TO WRK-BASE.                            00054600
            PERFORM 2500-LOCALIZAR-FUNC.                                00054700
            IF WRK-IDX-FUNC GREATER ZEROES                              00054800
               MOVE 'S' TO WRK-FUN-NAFOLHA (WRK-IDX-FUNC)               00054900
            END-IF.                                                     00055000
            PERFORM 2600-CALCULAR-ENCARGOS.                             00055100
                                                                        00055200
       2000-99-FIM.              EXIT.                                  00055300
      *-------------------------------------------------------------*   00055400
       2100-PROCESSAR-FOLHA13                   SECTION.                00055500
      *-------------------------------------------------------------*   00055600
            READ FOLHA13                                                00055700
              AT END                                                    00055800
                MOVE 'S' TO WRK-SW-FIM-FOLHA13                          00055900
            END-READ.                                                   00056000
            PERFORM 4400-TESTARSTATUS-FOLHA13.                          00056100
            IF WRK-FS-FOLHA13 NOT EQUAL 00                              00056200
               GO TO 2100-99-FIM                                        00056300
            END-IF.                                                     00056400
                                                                        00056500
            ADD 1 TO WRK-QTD-LIDOS-13S.                                 00056600
            MOVE '13S'          TO WRK-ORIGEM.                          00056700
            MOVE FD-F13-ID      TO WRK-ID.                              00056800
            MOVE FD-F13-NOME    TO WRK-NOME.                            00056900
            MOVE FD-F13-SETOR   TO WRK-SETOR.                           00057000
            MOVE FD-F13-BRUTO   TO WRK-BASE.                            00057100
            PERFORM 2500-LOCALIZAR-FUNC.                                00057200
            PERFORM 2600-CALCULAR-ENCARGOS.                             00057300
                                                                        00057400
       2100-99-FIM.              EXIT.                                  00057500
      *-------------------------------------------------------------*   00057600
       2200-PROCESSAR-FOLHAADT                  SECTION.                00057700
      *-------------------------------------------------------------*   00057800
      *   ADIANTAMENTO DE QUEM TEVE CONTRACHEQUE NA FOLHA DO MES JA *   00057900
      *   ESTA NO BRUTO DELE: SO E CONTADO, SEM NOVO ENCARGO.       *   00058000
      *-------------------------------------------------------------*   00058100
            READ FOLHAADT                                               00058200
              AT END                                                    00058300
                MOVE 'S' TO WRK-SW-FIM-FOLHAADT                         00058400
            END-READ.                                                   00058500
            PERFORM 4500-TESTARSTATUS-FOLHAADT.                         00058600
            IF WRK-FS-FOLHAADT NOT EQUAL 00                             00058700
               GO TO 2200-99-FIM                                        00058800
            END-IF.                                                     00058900
                                                                        00059000
            ADD 1 TO WRK-QTD-LIDOS-ADT.                                 00059100
            MOVE 'ADT'          TO WRK-ORIGEM.                          00059200
            MOVE FD-FAD-ID      TO WRK-ID.                              00059300
            MOVE FD-FAD-NOME    TO WRK-NOME.                            00059400
            MOVE FD-FAD-SETOR   TO WRK-SETOR.                           00059500
            MOVE FD-FAD-BRUTO   TO WRK-BASE.                            00059600
            PERFORM 2500-LOCALIZAR-FUNC.                                00059700
            IF WRK-IDX-FUNC GREATER ZEROES                              00059800
               IF WRK-FUN-NAFOLHA (WRK-IDX-FUNC) EQUAL 'S'              00059900
                  ADD 1 TO WRK-QTD-ADT-CONTIDO                          00060000
                  GO TO 2200-99-FIM                                     00060100
               END-IF                                                   00060200
            END-IF.                                                     00060300
            PERFORM 2600-CALCULAR-ENCARGOS.                             00060400
                                                                        00060500
       2200-99-FIM.              EXIT.                                  00060600
      *-------------------------------------------------------------*   00060700
       2500-LOCALIZAR-FUNC                      SECTION.                00060800
      *-------------------------------------------------------------*   00060900
      *   DEVOLVE EM WRK-IDX-FUNC A POSICAO DO WRK-ID NA TABELA DA  *   00061000
      *   DESCARGA (ZERO = NAO ACHOU) E EM WRK-EMPRESA A EMPRESA.   *   00061100
      *-------------------------------------------------------------*   00061200
            MOVE ZEROES TO WRK-IDX-FUNC.                                00061300
            MOVE '???' TO WRK-EMPRESA.                                  00061400
            MOVE 'N' TO WRK-SW-ACHOU.                                   00061500
            MOVE 1 TO WRK-SUB-FUNC.                                     00061600
            PERFORM 2510-COMPARAR-FUNC                                  00061700
                    UNTIL WRK-SUB-FUNC GREATER WRK-QTD-FUNC             00061800
                       OR WRK-ACHOU.                                    00061900
            IF WRK-ACHOU                                                00062000
               MOVE WRK-FUN-EMPRESA (WRK-IDX-FUNC) TO WRK-EMPRESA       00062100
            ELSE                                                        00062200
               ADD 1 TO WRK-QTD-SEMEMPRESA                              00062300
            END-IF.                                                     00062400
       2500-99-FIM.              EXIT.                                  00062500
      *-------------------------------------------------------------*   00062600
       2510-COMPARAR-FUNC                       SECTION.                00062700
      *-------------------------------------------------------------*   00062800
            IF WRK-FUN-ID (WRK-SUB-FUNC) EQUAL WRK-ID                   00062900
               MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC                        00063000
               MOVE 'S' TO WRK-SW-ACHOU                                 00063100
            END-IF.                                                     00063200
            ADD 1 TO WRK-SUB-FUNC.                                      00063300
       2510-99-FIM.              EXIT.                                  00063400
      *-------------------------------------------------------------*   00063500
       2600-CALCULAR-ENCARGOS                   SECTION.                00063600
      *-------------------------------------------------------------*   00063700
            COMPUTE WRK-FGTS ROUNDED = WRK-BASE * WRK-ALIQ-FGTS / 100.  00063800
            COMPUTE WRK-INSP ROUNDED = WRK-BASE * WRK-ALIQ-INSP / 100.  00063900
            COMPUTE WRK-RAT  ROUNDED = WRK-BASE * WRK-ALIQ-RAT  / 100.  00064000
            COMPUTE WRK-TERC ROUNDED = WRK-BASE * WRK-ALIQ-TERC / 100.  00064100
                                                                        00064200
            MOVE WRK-SETOR TO WRK-SETOR-BUSCA.                          00064300
            PERFORM 2700-LOCALIZAR-SETOR.                               00064400
            IF WRK-IDX-SETOR GREATER ZEROES                             00064500
               ADD WRK-BASE TO WRK-SET-BASE (WRK-IDX-SETOR)             00064600
               ADD WRK-FGTS TO WRK-SET-FGTS (WRK-IDX-SETOR)             00064700
               ADD WRK-INSP TO WRK-SET-INSP (WRK-IDX-SETOR)             00064800
               ADD WRK-RAT  TO WRK-SET-RAT  (WRK-IDX-SETOR)             00064900
               ADD WRK-TERC TO WRK-SET-TERC (WRK-IDX-SETOR)             00065000
            END-IF.                                                     00065100
                                                                        00065200
            MOVE WRK-EMPRESA TO WRK-EMPRESA-BUSCA.                      00065300
            PERFORM 2800-LOCALIZAR-EMPRESA.                             00065400
            IF WRK-IDX-EMPRESA GREATER ZEROES                           00065500
               ADD WRK-BASE TO WRK-EMP-BASE (WRK-IDX-EMPRESA)           00065600
               ADD WRK-FGTS TO WRK-EMP-FGTS (WRK-IDX-EMPRESA)           00065700
               ADD WRK-INSP TO WRK-EMP-INSP (WRK-IDX-EMPRESA)           00065800
               ADD WRK-RAT  TO WRK-EMP-RAT  (WRK-IDX-EMPRESA)           00065900
               ADD WRK-TERC TO WRK-EMP-TERC (WRK-IDX-EMPRESA)           00066000
            END-IF.                                                     00066100
                                                                        00066200
            ADD WRK-BASE TO WRK-TG-BASE.                                00066300
            ADD WRK-FGTS TO WRK-TG-FGTS.                                00066400
            ADD WRK-INSP TO WRK-TG-INSP.                                00066500
            ADD WRK-RAT  TO WRK-TG-RAT.                                 00066600
            ADD WRK-TERC TO WRK-TG-TERC.                                00066700
                                                                        00066800
            PERFORM 2900-GRAVAR-FGTSDEP.                                00066900
                                                                        00067000
       2600-99-FIM.              EXIT.                                  00067100
      *-------------------------------------------------------------*   00067200
       2700-LOCALIZAR-SETOR                     SECTION.                00067300
      *-------------------------------------------------------------*   00067400
            MOVE ZEROES TO WRK-IDX-SETOR.                               00067500
            MOVE 'N' TO WRK-SW-ACHOU.                                   00067600
            MOVE 1 TO WRK-SUB-SETORES.                                  00067700
            PERFORM 2710-COMPARAR-SETOR                                 00067800
                    UNTIL WRK-SUB-SETORES GREATER WRK-QTD-SETORES       00067900
                       OR WRK-ACHOU.                                    00068000
            IF NOT WRK-ACHOU                                            00068100
               IF WRK-QTD-SETORES LESS 100                              00068200
                  ADD 1 TO WRK-QTD-SETORES                              00068300
                  MOVE WRK-QTD-SETORES TO WRK-IDX-SETOR                 00068400
                  MOVE WRK-SETOR-BUSCA TO                               00068500
                       WRK-SET-SETOR (WRK-IDX-SETOR)                    00068600
                  MOVE ZEROES TO WRK-SET-BASE (WRK-IDX-SETOR)           00068700
                                 WRK-SET-FGTS (WRK-IDX-SETOR)           00068800
                                 WRK-SET-INSP (WRK-IDX-SETOR)           00068900
                                 WRK-SET-RAT  (WRK-IDX-SETOR)           00069000
                                 WRK-SET-TERC (WRK-IDX-SETOR)           00069100
               ELSE                                                     00069200
                  DISPLAY ' TABELA DE SETORES ESGOTADA (100) '          00069300
               END-IF                                                   00069400
            END-IF.                                                     00069500
       2700-99-FIM.              EXIT.                                  00069600
      *-------------------------------------------------------------*   00069700
       2710-COMPARAR-SETOR                      SECTION.                00069800
      *-------------------------------------------------------------*   00069900
            IF WRK-SET-SETOR (WRK-SUB-SETORES) EQUAL                    00070000
                              WRK-SETOR-BUSCA                           00070100
               MOVE WRK-SUB-SETORES TO WRK-IDX-SETOR                    00070200
               MOVE 'S' TO WRK-SW-ACHOU                                 00070300
            END-IF.                                                     00070400
            ADD 1 TO WRK-SUB-SETORES.                                   00070500
       2710-99-FIM.              EXIT.                                  00070600
      *-------------------------------------------------------------*   00070700
       2800-LOCALIZAR-EMPRESA                   SECTION.                00070800
      *-------------------------------------------------------------*   00070900
            MOVE ZEROES TO WRK-IDX-EMPRESA.                             00071000
            MOVE 'N' TO WRK-SW-ACHOU.                                   00071100
            MOVE 1 TO WRK-SUB-EMPRESAS.                                 00071200
            PERFORM 2810-COMPARAR-EMPRESA                               00071300
                    UNTIL WRK-SUB-EMPRESAS GREATER WRK-QTD-EMPRESAS     00071400
                       OR WRK-ACHOU.                                    00071500
            IF NOT WRK-ACHOU                                            00071600
               IF WRK-QTD-EMPRESAS LESS 20                              00071700
                  ADD 1 TO WRK-QTD-EMPRESAS                             00071800
                  MOVE WRK-QTD-EMPRESAS TO WRK-IDX-EMPRESA              00071900
                  MOVE WRK-EMPRESA-BUSCA TO                             00072000
                       WRK-EMP-EMPRESA (WRK-IDX-EMPRESA)                00072100
                  MOVE ZEROES TO WRK-EMP-BASE (WRK-IDX-EMPRESA)         00072200
                                 WRK-EMP-FGTS (WRK-IDX-EMPRESA)         00072300
                                 WRK-EMP-INSP (WRK-IDX-EMPRESA)         00072400
                                 WRK-EMP-RAT  (WRK-IDX-EMPRESA)         00072500
                                 WRK-EMP-TERC (WRK-IDX-EMPRESA)         00072600
               ELSE                                                     00072700
                  DISPLAY ' TABELA DE EMPRESAS ESGOTADA (20) '          00072800
               END-IF                                                   00072900
            END-IF.                                                     00073000
       2800-99-FIM.              EXIT.                                  00073100
      *-------------------------------------------------------------*   00073200
       2810-COMPARAR-EMPRESA                    SECTION.                00073300
      *-------------------------------------------------------------*   00073400
            IF WRK-EMP-EMPRESA (WRK-SUB-EMPRESAS) EQUAL                 00073500
                                WRK-EMPRESA-BUSCA                       00073600
               MOVE WRK-SUB-EMPRESAS TO WRK-IDX-EMPRESA                 00073700
               MOVE 'S' TO WRK-SW-ACHOU                                 00073800
            END-IF.                                                     00073900
            ADD 1 TO WRK-SUB-EMPRESAS.                                  00074000
       2810-99-FIM.              EXIT.                                  00074100
      *-------------------------------------------------------------*   00074200
       2900-GRAVAR-FGTSDEP                      SECTION.                00074300
      *-------------------------------------------------------------*   00074400
            IF WRK-FGTS EQUAL ZEROES                                    00074500
               GO TO 2900-99-FIM                                        00074600
            END-IF.                                                     00074700
            MOVE WRK-ID          TO WRK-FD-ID.                          00074800
            MOVE WRK-NOME        TO WRK-FD-NOME.                        00074900
            MOVE WRK-EMPRESA     TO WRK-FD-EMPRESA.                     00075000
            MOVE WRK-SETOR       TO WRK-FD-SETOR.                       00075100
            MOVE WRK-COMPETENCIA TO WRK-FD-COMPETENCIA.                 00075200
            MOVE WRK-ORIGEM      TO WRK-FD-ORIGEM.                      00075300
            MOVE WRK-BASE        TO WRK-FD-BASE.                        00075400
            MOVE WRK-ALIQ-FGTS   TO WRK-FD-ALIQUOTA.                    00075500
            MOVE WRK-FGTS        TO WRK-FD-VALOR.                       00075600
            WRITE FD-FGTSDEP FROM WRK-REG-FGTSDEP.                      00075700
            ADD 1 TO WRK-QTD-DEPOSITOS.                                 00075800
            ADD WRK-FGTS TO WRK-TOT-DEPOSITO.                           00075900
       2900-99-FIM.              EXIT.                                  00076000
      *-------------------------------------------------------------*   00076100
       3000-RELATORIO                           SECTION.                00076200
      *-------------------------------------------------------------*   00076300
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00076400
            WRITE FD-RELENC FROM WRK-LINHA-TITULO.                      00076500
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00076600
            WRITE FD-RELENC FROM WRK-LINHA-COLUNAS.                     00076700
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00076800
                                                                        00076900
            MOVE 'ENCARGOS POR SETOR' TO WRK-SUB-TEXTO.                 00077000
            WRITE FD-RELENC FROM WRK-LINHA-SUBTIT.                      00077100
            MOVE 1 TO WRK-SUB-SETORES.                                  00077200
            PERFORM 3100-LISTAR-SETOR                                   00077300
                    UNTIL WRK-SUB-SETORES GREATER WRK-QTD-SETORES.      00077400
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00077500
                                                                        00077600
            MOVE 'ENCARGOS POR EMPRESA' TO WRK-SUB-TEXTO.               00077700
            WRITE FD-RELENC FROM WRK-LINHA-SUBTIT.                      00077800
            MOVE 1 TO WRK-SUB-EMPRESAS.                                 00077900
            PERFORM 3200-LISTAR-EMPRESA                                 00078000
                    UNTIL WRK-SUB-EMPRESAS GREATER WRK-QTD-EMPRESAS.    00078100
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00078200
                                                                        00078300
            MOVE 'TOT'       TO WRK-REL-TIPO.                           00078400
            MOVE 'GER '      TO WRK-REL-QUEBRA.                         00078500
            MOVE WRK-TG-BASE TO WRK-REL-BASE.                           00078600
            MOVE WRK-TG-FGTS TO WRK-REL-FGTS.                           00078700
            MOVE WRK-TG-INSP TO WRK-REL-INSP.                           00078800
            MOVE WRK-TG-RAT  TO WRK-REL-RAT.                            00078900
            MOVE WRK-TG-TERC TO WRK-REL-TERC.                           00079000
            COMPUTE WRK-REL-TOTAL = WRK-TG-FGTS + WRK-TG-INSP           00079100
                                  + WRK-TG-RAT  + WRK-TG-TERC.          00079200
            WRITE FD-RELENC FROM WRK-LINHA-ENCARGO.                     00079300
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00079400
                                                                        00079500
       3000-99-FIM.              EXIT.                                  00079600
      *-------------------------------------------------------------*   00079700
       3100-LISTAR-SETOR                        SECTION.                00079800
      *-------------------------------------------------------------*   00079900
            MOVE 'SET' TO WRK-REL-TIPO.                                 00080000
            MOVE WRK-SET-SETOR (WRK-SUB-SETORES) TO WRK-REL-QUEBRA.     00080100
            MOVE WRK-SET-BASE (WRK-SUB-SETORES) TO WRK-REL-BASE.        00080200
            MOVE WRK-SET-FGTS (WRK-SUB-SETORES) TO WRK-REL-FGTS.        00080300
            MOVE WRK-SET-INSP (WRK-SUB-SETORES) TO WRK-REL-INSP.        00080400
            MOVE WRK-SET-RAT  (WRK-SUB-SETORES) TO WRK-REL-RAT.         00080500
            MOVE WRK-SET-TERC (WRK-SUB-SETORES) TO WRK-REL-TERC.        00080600
            COMPUTE WRK-ENCARGO = WRK-SET-FGTS (WRK-SUB-SETORES)        00080700
                                + WRK-SET-INSP (WRK-SUB-SETORES)        00080800
                                + WRK-SET-RAT  (WRK-SUB-SETORES)        00080900
                                + WRK-SET-TERC (WRK-SUB-SETORES).       00081000
            MOVE WRK-ENCARGO TO WRK-REL-TOTAL.                          00081100
            WRITE FD-RELENC FROM WRK-LINHA-ENCARGO.                     00081200
                                                                        00081300
            PERFORM 3300-GRAVAR-ENCARGOS.                               00081400
                                                                        00081500
            ADD 1 TO WRK-SUB-SETORES.                                   00081600
       3100-99-FIM.              EXIT.                                  00081700
      *-------------------------------------------------------------*   00081800
       3200-LISTAR-EMPRESA                      SECTION.                00081900
      *-------------------------------------------------------------*   00082000
            MOVE 'EMP' TO WRK-REL-TIPO.                                 00082100
            MOVE WRK-EMP-EMPRESA (WRK-SUB-EMPRESAS) TO WRK-REL-QUEBRA.  00082200
            MOVE WRK-EMP-BASE (WRK-SUB-EMPRESAS) TO WRK-REL-BASE.       00082300
            MOVE WRK-EMP-FGTS (WRK-SUB-EMPRESAS) TO WRK-REL-FGTS.       00082400
            MOVE WRK-EMP-INSP (WRK-SUB-EMPRESAS) TO WRK-REL-INSP.       00082500
            MOVE WRK-EMP-RAT  (WRK-SUB-EMPRESAS) TO WRK-REL-RAT.        00082600
            MOVE WRK-EMP-TERC (WRK-SUB-EMPRESAS) TO WRK-REL-TERC.       00082700
            COMPUTE WRK-REL-TOTAL = WRK-EMP-FGTS (WRK-SUB-EMPRESAS)     00082800
                                  + WRK-EMP-INSP (WRK-SUB-EMPRESAS)     00082900
                                  + WRK-EMP-RAT  (WRK-SUB-EMPRESAS)     00083000
                                  + WRK-EMP-TERC (WRK-SUB-EMPRESAS).    00083100
            WRITE FD-RELENC FROM WRK-LINHA-ENCARGO.                     00083200
            ADD 1 TO WRK-SUB-EMPRESAS.                                  00083300
       3200-99-FIM.              EXIT.                                  00083400
      *-------------------------------------------------------------*   00083500
       3300-GRAVAR-ENCARGOS                     SECTION.                00083600
      *-------------------------------------------------------------*   00083700
      *   CUSTO PATRONAL DO SETOR NA COMPETENCIA, PARA SOMAR AO     *   00083800
      *   REALIZADO DO FR19DB22.                                    *   00083900
      *-------------------------------------------------------------*   00084000
            IF WRK-ENCARGO GREATER ZEROES                               00084100
               MOVE WRK-SET-SETOR (WRK-SUB-SETORES) TO WRK-EN-SETOR     00084200
               MOVE WRK-COMPETENCIA TO WRK-EN-MES                       00084300
               MOVE WRK-ENCARGO     TO WRK-EN-VALOR                     00084400
               WRITE FD-ENCARGOS FROM WRK-REG-ENCARGOS                  00084500
            END-IF.                                                     00084600
       3300-99-FIM.              EXIT.                                  00084700
      *-------------------------------------------------------------*   00084800
       3500-FINALIZAR                           SECTION.                00084900
      *-------------------------------------------------------------*   00085000
             MOVE WRK-QTD-DEPOSITOS TO WRK-TRLFD-QTD.                   00085100
             MOVE WRK-TOT-DEPOSITO  TO WRK-TRLFD-TOTAL.                 00085200
             WRITE FD-FGTSDEP FROM WRK-TRL-FGTSDEP.                     00085300
                                                                        00085400
             CLOSE FUNCUNL FAIXAS FOLHA FOLHA13 FOLHAADT                00085500
                   FGTSDEP ENCARGOS RELENC.                             00085600
              DISPLAY ' ============================================'.  00085700
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB46          '.  00085800
              DISPLAY ' ============================================'.  00085900
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00086000
              DISPLAY ' FUNCIONARIOS NA DESCARGA...' WRK-QTD-FUNC.      00086100
              DISPLAY ' CONTRACHEQUES FOLHA MES....' WRK-QTD-LIDOS-MES. 00086200
              DISPLAY ' CONTRACHEQUES FOLHA13......' WRK-QTD-LIDOS-13S. 00086300
              DISPLAY ' CONTRACHEQUES FOLHAADT.....' WRK-QTD-LIDOS-ADT. 00086400
              DISPLAY ' ADIANTAMENTOS NA FOLHA MES.'                    00086500
                      WRK-QTD-ADT-CONTIDO.                              00086600
              DISPLAY ' SEM EMPRESA NA DESCARGA....' WRK-QTD-SEMEMPRESA.00086700
              DISPLAY ' DEPOSITOS DE FGTS..........' WRK-QTD-DEPOSITOS. 00086800
              DISPLAY ' TOTAL DE FGTS..............' WRK-TOT-DEPOSITO.  00086900
              DISPLAY ' ============================================'.  00087000
                                                                        00087100
       3500-99-FIM.              EXIT.                                  00087200
      *-------------------------------------------------------------*   00087300
       4000-TESTARSTATUS                            SECTION.            00087400
      *-------------------------------------------------------------*   00087500
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00087600
                 PERFORM 4200-TESTARSTATUS-FAIXAS.                      00087700
                 PERFORM 4300-TESTARSTATUS-FOLHA.                       00087800
                 IF WRK-FS-FGTSDEP NOT EQUAL 00                         00087900
                   MOVE 'ERRO NO OPEN FGTSDEP  ' TO WRK-MSGERRO         00088000
                   MOVE '1000'                   TO WRK-SECAO           00088100
                   MOVE WRK-FS-FGTSDEP           TO WRK-STATUS          00088200
                    PERFORM 9000-TRATAERROS                             00088300
                 END-IF.                                                00088400
                 IF WRK-FS-ENCARGOS NOT EQUAL 00                        00088500
                   MOVE 'ERRO NO OPEN ENCARGOS ' TO WRK-MSGERRO         00088600
                   MOVE '1000'                   TO WRK-SECAO           00088700
                   MOVE WRK-FS-ENCARGOS          TO WRK-STATUS          00088800
                    PERFORM 9000-TRATAERROS                             00088900
                 END-IF.                                                00089000
                 IF WRK-FS-RELENC NOT EQUAL 00                          00089100
                   MOVE 'ERRO NO OPEN RELENC   ' TO WRK-MSGERRO         00089200
                   MOVE '1000'                   TO WRK-SECAO           00089300
                   MOVE WRK-FS-RELENC            TO WRK-STATUS          00089400
                    PERFORM 9000-TRATAERROS                             00089500
                 END-IF.                                                00089600
                                                                        00089700
       4000-99-FIM.              EXIT.                                  00089800
      *-------------------------------------------------------------*   00089900
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00090000
      *-------------------------------------------------------------*   00090100
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00090200
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00090300
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00090400
                 MOVE '1200'                   TO WRK-SECAO             00090500
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00090600
                  PERFORM 9000-TRATAERROS                               00090700
               END-IF.                                                  00090800
                                                                        00090900
       4100-99-FIM.              EXIT.                                  00091000
      *-------------------------------------------------------------*   00091100
       4200-TESTARSTATUS-FAIXAS                     SECTION.            00091200
      *-------------------------------------------------------------*   00091300
               IF WRK-FS-FAIXAS NOT EQUAL 00                            00091400
                           AND WRK-FS-FAIXAS NOT EQUAL 10               00091500
                 MOVE 'ERRO NO FAIXAS        ' TO WRK-MSGERRO           00091600
                 MOVE '1100'                   TO WRK-SECAO             00091700
                 MOVE WRK-FS-FAIXAS            TO WRK-STATUS            00091800
                  PERFORM 9000-TRATAERROS                               00091900
               END-IF.                                                  00092000
                                                                        00092100
       4200-99-FIM.              EXIT.                                  00092200
      *-------------------------------------------------------------*   00092300
       4300-TESTARSTATUS-FOLHA                      SECTION.            00092400
      *-------------------------------------------------------------*   00092500
               IF WRK-FS-FOLHA NOT EQUAL 00                             00092600
                           AND WRK-FS-FOLHA NOT EQUAL 10                00092700
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00092800
                 MOVE '2000'                   TO WRK-SECAO             00092900
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00093000
                  PERFORM 9000-TRATAERROS                               00093100
               END-IF.                                                  00093200
                                                                        00093300
       4300-99-FIM.              EXIT.                                  00093400
      *-------------------------------------------------------------*   00093500
       4400-TESTARSTATUS-FOLHA13                    SECTION.            00093600
      *-------------------------------------------------------------*   00093700
               IF WRK-FS-FOLHA13 NOT EQUAL 00                           00093800
                           AND WRK-FS-FOLHA13 NOT EQUAL 10              00093900
                 MOVE 'ERRO NO FOLHA13       ' TO WRK-MSGERRO           00094000
                 MOVE '2100'                   TO WRK-SECAO             00094100
                 MOVE WRK-FS-FOLHA13           TO WRK-STATUS            00094200
                  PERFORM 9000-TRATAERROS                               00094300
               END-IF.                                                  00094400
                                                                        00094500
       4400-99-FIM.              EXIT.                                  00094600
      *-------------------------------------------------------------*   00094700
       4500-TESTARSTATUS-FOLHAADT                   SECTION.            00094800
      *-------------------------------------------------------------*   00094900
               IF WRK-FS-FOLHAADT NOT EQUAL 00                          00095000
                           AND WRK-FS-FOLHAADT NOT EQUAL 10             00095100
                 MOVE 'ERRO NO FOLHAADT      ' TO WRK-MSGERRO           00095200
                 MOVE '2200'                   TO WRK-SECAO             00095300
                 MOVE WRK-FS-FOLHAADT          TO WRK-STATUS            00095400
                  PERFORM 9000-TRATAERROS                               00095500
               END-IF.                                                  00095600
                                                                        00095700
       4500-99-FIM.              EXIT.                                  00095800
      *-------------------------------------------------------------*   00095900
       9000-TRATAERROS                              SECTION.            00096000
      *-------------------------------------------------------------*   00096100
           MOVE 'FR19DB46' TO WRK-PROGRAMA                              00096200
           MOVE 'E'        TO WRK-SEVERIDADE                            00096300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00096400
           GOBACK.                                                      00096500
                                                                        00096600
       9000-99-FIM.              EXIT.                                  00096700
