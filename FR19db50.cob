      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB50.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: HOLERITE DISCRIMINADO POR RUBRICA. O FOLHA DO   *   00001200
      *    FR19DB12 TEM COLUNAS FIXAS (BRUTO, INSS, IRRF, LIQUIDO)  *   00001300
      *    E OS DEMAIS EVENTOS DO MES CHEGAM EM ARQUIVOS SEPARADOS. *   00001400
      *    ESTE PROGRAMA JUNTA TUDO EM RUBRICAS POR FUNCIONARIO:    *   00001500
      *     0001 SALARIO         - BRUTO DO FOLHA       (PROVENTO)  *   00001600
      *     0002 COMISSAO        - BRUTO DO PAGCOM      (PROVENTO)  *   00001700
      *     0003 HORAS BANCO     - BHPAGO DO FR19DB45   (PROVENTO)  *   00001800
      *     0501 INSS            - INSS DO FOLHA        (DESCONTO)  *   00001900
      *     0502 IRRF            - IRRF DO FOLHA        (DESCONTO)  *   00002000
      *     0503 ADIANTAMENTO    - ADTENT DO FR19DB27   (DESCONTO)  *   00002100
      *     0504 EMPRESTIMO      - EMPDESC DO FR19DB30  (DESCONTO)  *   00002200
      *     0505 COPARTICIPACAO  - COPARSAI DO FR19DB31 (DESCONTO)  *   00002300
      *    O CATALOGO (ARQUIVO DE PARAMETROS RUBRICAS) DA A         *   00002400
      *    DESCRICAO, SE A RUBRICA E PROVENTO (P) OU DESCONTO (D) E *   00002500
      *    SE INCIDE INSS, IRRF E FGTS (S/N). AS BASES SAO REFEITAS *   00002600
      *    PELOS INDICADORES: PROVENTO QUE INCIDE SOMA NA BASE,     *   00002700
      *    DESCONTO QUE INCIDE SUBTRAI (O INSS MARCADO COMO INCIDE  *   00002800
      *    IRRF SAI DA BASE DO IRRF). FALTANDO NO CATALOGO ALGUMA   *   00002900
      *    DAS RUBRICAS ACIMA, O PROGRAMA PARA COM RC=8.            *   00003000
      *    SE A BASE DO INSS REFEITA DIFERE DO BRUTO DO FOLHA       *   00003100
      *    (SOBRE O QUAL O FR19DB12 CALCULOU O INSS), O HOLERITE    *   00003200
      *    SAI COM AVISO E O PROGRAMA TERMINA COM RC=4. O FOLHA     *   00003300
      *    CONTINUA SENDO GERADO PELO FR19DB12 PARA OS DEMAIS       *   00003400
      *    PROGRAMAS.                                               *   00003500
      *    SAIDAS:                                                  *   00003600
      *     HOLERITE - UM DEMONSTRATIVO POR FUNCIONARIO             *   00003700
      *     EVFOLHA  - UMA LINHA POR FUNCIONARIO E RUBRICA: ID,     *   00003800
      *                RUBRICA, TIPO, VALOR E COMPETENCIA           *   00003900
      *    O EVENTOS (LAYOUT DO EVFOLHA) TRAZ RUBRICAS AVULSAS JA   *   00003957
      *    CODIFICADAS, COMO AS DIFERENCAS DO DISSIDIO (RETROAT DO  *   00004014
      *    FR19DB51); RUBRICA FORA DO CATALOGO E IGNORADA (RC=4).   *   00004071
      *    PAGCOM, ADTENT, COPARSAI, EMPDESC, BHPAGO E EVENTOS SAO  *   00004128
      *    OPCIONAIS. CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES *   00004185
      *    CORRENTE) COM 10 DE FILLER.                              *   00004242
      *-------------------------------------------------------------*   00004300
      *   ARQUIVOS...:                                              *   00004400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004500
      *    RUBRICAS             I                  -----------      *   00004600
      *    FOLHA                I                  -----------      *   00004700
      *    PAGCOM               I                  -----------      *   00004800
      *    ADTENT               I                  -----------      *   00004900
      *    COPARSAI             I                  -----------      *   00005000
      *    EMPDESC              I                  -----------      *   00005100
      *    BHPAGO               I                  -----------      *   00005200
      *    EVENTOS              I                  -----------      *   00005250
      *    HOLERITE             O                  -----------      *   00005300
      *    EVFOLHA              O                  -----------      *   00005400
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
            SELECT RUBRICAS ASSIGN TO RUBRICAS                          00007200
                 FILE STATUS IS WRK-FS-RUBRICAS.                        00007300
                                                                        00007400
            SELECT FOLHA ASSIGN TO FOLHA                                00007500
                 FILE STATUS IS WRK-FS-FOLHA.                           00007600
                                                                        00007700
            SELECT PAGCOM ASSIGN TO PAGCOM                              00007800
                 FILE STATUS IS WRK-FS-PAGCOM.                          00007900
                                                                        00008000
            SELECT ADTENT ASSIGN TO ADTENT                              00008100
                 FILE STATUS IS WRK-FS-ADTENT.                          00008200
                                                                        00008300
            SELECT COPARSAI ASSIGN TO COPARSAI                          00008400
                 FILE STATUS IS WRK-FS-COPARSAI.                        00008500
                                                                        00008600
            SELECT EMPDESC ASSIGN TO EMPDESC                            00008700
                 FILE STATUS IS WRK-FS-EMPDESC.                         00008800
                                                                        00008900
            SELECT BHPAGO ASSIGN TO BHPAGO                              00009000
                 FILE STATUS IS WRK-FS-BHPAGO.                          00009100
                                                                        00009125
            SELECT EVENTOS ASSIGN TO EVENTOS                            00009150
                 FILE STATUS IS WRK-FS-EVENTOS.                         00009175
                                                                        00009200
      *--------------ARQUIVOS SAIDAS---*                                00009300
            SELECT HOLERITE ASSIGN TO HOLERITE                          00009400
                 FILE STATUS IS WRK-FS-HOLERITE.                        00009500
                                                                        00009600
            SELECT EVFOLHA ASSIGN TO EVFOLHA                            00009700
                 FILE STATUS IS WRK-FS-EVFOLHA.                         00009800
                                                                        00009900
      *=============================================================*   00010000
       DATA                                      DIVISION.              00010100
      *=============================================================*   00010200
       FILE                                      SECTION.               00010300
      *-------------------LRECL 40----------------------------------*   00010400
       FD RUBRICAS                                                      00010500
           RECORDING MODE IS F                                          00010600
           LABEL RECORD IS STANDARD                                     00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-RUBRICAS.                                                  00010900
          05 FD-RUB-CODIGO       PIC 9(04).                             00011000
          05 FD-RUB-DESCRICAO    PIC X(30).                             00011100
          05 FD-RUB-TIPO         PIC X(01).                             00011200
          05 FD-RUB-INC-INSS     PIC X(01).                             00011300
          05 FD-RUB-INC-IRRF     PIC X(01).                             00011400
          05 FD-RUB-INC-FGTS     PIC X(01).                             00011500
          05 FILLER              PIC X(02).                             00011600
                                                                        00011700
      *-------------------LRECL 89----------------------------------*   00011800
       FD FOLHA                                                         00011900
           RECORDING MODE IS F                                          00012000
           LABEL RECORD IS STANDARD                                     00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-FOLHA.                                                     00012300
          05 FD-FOL-ID           PIC 9(05).                             00012400
          05 FD-FOL-NOME         PIC X(30).                             00012500
          05 FD-FOL-SETOR        PIC X(04).                             00012600
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00012700
          05 FD-FOL-INSS         PIC 9(08)V99.                          00012800
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00012900
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00013000
          05 FILLER              PIC X(10).                             00013100
                                                                        00013200
      *-------------------LRECL 89----------------------------------*   00013300
       FD PAGCOM                                                        00013400
           RECORDING MODE IS F                                          00013500
           LABEL RECORD IS STANDARD                                     00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-PAGCOM.                                                    00013800
          05 FD-COM-ID           PIC 9(05).                             00013900
          05 FD-COM-NOME         PIC X(30).                             00014000
          05 FD-COM-SETOR        PIC X(04).                             00014100
          05 FD-COM-BRUTO        PIC 9(08)V99.                          00014200
          05 FD-COM-INSS         PIC 9(08)V99.                          00014300
          05 FD-COM-IRRF         PIC 9(08)V99.                          00014400
          05 FD-COM-LIQUIDO      PIC 9(08)V99.                          00014500
          05 FILLER              PIC X(10).                             00014600
                                                                        00014700
      *-------------------LRECL 23----------------------------------*   00014800
       FD ADTENT                                                        00014900
           RECORDING MODE IS F                                          00015000
           LABEL RECORD IS STANDARD                                     00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
       01 FD-ADTENT.                                                    00015300
          05 FD-ADT-IDFUNC       PIC 9(05).                             00015400
          05 FD-ADT-VALOR        PIC 9(08)V99.                          00015500
          05 FD-ADT-DATA         PIC 9(08).                             00015600
                                                                        00015700
      *-------------------LRECL 23----------------------------------*   00015800
       FD COPARSAI                                                      00015900
           RECORDING MODE IS F                                          00016000
           LABEL RECORD IS STANDARD                                     00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
       01 FD-COPARSAI.                                                  00016300
          05 FD-CPS-IDFUNC       PIC 9(05).                             00016400
          05 FD-CPS-VALOR        PIC 9(08)V99.                          00016500
          05 FD-CPS-DATA         PIC 9(08).                             00016600
                                                                        00016700
      *-------------------LRECL 23----------------------------------*   00016800
       FD EMPDESC                                                       00016900
           RECORDING MODE IS F                                          00017000
           LABEL RECORD IS STANDARD                                     00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-EMPDESC.                                                   00017300
          05 FD-EDS-IDFUNC       PIC 9(05).                             00017400
          05 FD-EDS-VALOR        PIC 9(08)V99.                          00017500
          05 FD-EDS-DATA         PIC 9(08).                             00017600
                                                                        00017700
      *-------------------LRECL 23----------------------------------*   00017800
       FD BHPAGO                                                        00017900
           RECORDING MODE IS F                                          00018000
           LABEL RECORD IS STANDARD                                     00018100
           BLOCK CONTAINS 0 RECORDS.                                    00018200
       01 FD-BHPAGO.                                                    00018300
          05 FD-BHP-IDFUNC       PIC 9(05).                             00018400
          05 FD-BHP-VALOR        PIC 9(08)V99.                          00018500
          05 FD-BHP-DATA         PIC 9(08).                             00018600
                                                                        00018700
      *-------------------LRECL 30----------------------------------*   00018707
       FD EVENTOS                                                       00018715
           RECORDING MODE IS F                                          00018723
           LABEL RECORD IS STANDARD                                     00018730
           BLOCK CONTAINS 0 RECORDS.                                    00018738
       01 FD-EVENTOS.                                                   00018746
          05 FD-EVE-IDFUNC       PIC 9(05).                             00018753
          05 FD-EVE-RUBRICA      PIC 9(04).                             00018761
          05 FD-EVE-TIPO         PIC X(01).                             00018769
          05 FD-EVE-VALOR        PIC 9(08)V99.                          00018776
          05 FD-EVE-COMPET       PIC 9(06).                             00018784
          05 FILLER              PIC X(04).                             00018792
      *-------------------LRECL 80----------------------------------*   00018800
       FD HOLERITE                                                      00018900
           RECORDING MODE IS F.                                         00019000
       01 FD-HOLERITE            PIC X(80).                             00019100
                                                                        00019200
      *-------------------LRECL 30----------------------------------*   00019300
       FD EVFOLHA                                                       00019400
           RECORDING MODE IS F.                                         00019500
       01 FD-EVFOLHA.                                                   00019600
          05 FD-EVF-IDFUNC       PIC 9(05).                             00019700
          05 FD-EVF-RUBRICA      PIC 9(04).                             00019800
          05 FD-EVF-TIPO         PIC X(01).                             00019900
          05 FD-EVF-VALOR        PIC 9(08)V99.                          00020000
          05 FD-EVF-COMPET       PIC 9(06).                             00020100
          05 FILLER              PIC X(04).                             00020200
                                                                        00020300
      *=============================================================*   00020400
       WORKING-STORAGE                             SECTION.             00020500
      *=============================================================*   00020600
                                                                        00020700
       01 FILLER          PIC X(64) VALUE                               00020800
           '-----------BOOK LOGERROS------------------------'.          00020900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00021000
       COPY '#GLOG'.                                                    00021100
      *-------------------------------------------------------------*   00021200
                                                                        00021300
       01 FILLER          PIC X(64) VALUE                               00021400
           '-----------VARIAVEIS DE STATUS------------------'.          00021500
                                                                        00021600
       77 WRK-FS-RUBRICAS PIC 9(02).                                    00021700
       77 WRK-FS-FOLHA    PIC 9(02).                                    00021800
       77 WRK-FS-PAGCOM   PIC 9(02).                                    00021900
       77 WRK-FS-ADTENT   PIC 9(02).                                    00022000
       77 WRK-FS-COPARSAI PIC 9(02).                                    00022100
       77 WRK-FS-EMPDESC  PIC 9(02).                                    00022200
       77 WRK-FS-BHPAGO   PIC 9(02).                                    00022300
       77 WRK-FS-EVENTOS  PIC 9(02).                                    00022350
       77 WRK-FS-HOLERITE PIC 9(02).                                    00022400
       77 WRK-FS-EVFOLHA  PIC 9(02).                                    00022500
                                                                        00022600
       77 WRK-SW-FIM-RUB  PIC X(01) VALUE 'N'.                          00022700
           88 WRK-FIM-RUBRICAS      VALUE 'S'.                          00022800
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00022900
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00023000
       77 WRK-SW-FIM-COM  PIC X(01) VALUE 'N'.                          00023100
           88 WRK-FIM-PAGCOM        VALUE 'S'.                          00023200
       77 WRK-SW-FIM-ADT  PIC X(01) VALUE 'N'.                          00023300
           88 WRK-FIM-ADTENT        VALUE 'S'.                          00023400
       77 WRK-SW-FIM-CPS  PIC X(01) VALUE 'N'.                          00023500
           88 WRK-FIM-COPARSAI      VALUE 'S'.                          00023600
       77 WRK-SW-FIM-EDS  PIC X(01) VALUE 'N'.                          00023700
           88 WRK-FIM-EMPDESC       VALUE 'S'.                          00023800
       77 WRK-SW-FIM-BHP  PIC X(01) VALUE 'N'.                          00023900
           88 WRK-FIM-BHPAGO        VALUE 'S'.                          00024000
       77 WRK-SW-FIM-EVE  PIC X(01) VALUE 'N'.                          00024033
           88 WRK-FIM-EVENTOS       VALUE 'S'.                          00024066
                                                                        00024100
       01 FILLER          PIC X(64) VALUE                               00024200
           '-----------PARAMETROS SYSIN---------------------'.          00024300
                                                                        00024400
       01 WRK-COMPCARD.                                                 00024500
          05 FILLER              PIC X(10).                             00024600
          05 WRK-COMPCARD-AC     PIC 9(06).                             00024700
                                                                        00024800
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00024900
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00025000
                                                                        00025100
       01 FILLER          PIC X(64) VALUE                               00025200
           '-----------RUBRICAS FIXAS DA FOLHA--------------'.          00025300
                                                                        00025400
       77 WRK-COD-SALARIO PIC 9(04) VALUE 0001.                         00025500
       77 WRK-COD-COMISSAO PIC 9(04) VALUE 0002.                        00025600
       77 WRK-COD-BANCOHR PIC 9(04) VALUE 0003.                         00025700
       77 WRK-COD-INSS    PIC 9(04) VALUE 0501.                         00025800
       77 WRK-COD-IRRF    PIC 9(04) VALUE 0502.                         00025900
       77 WRK-COD-ADIANT  PIC 9(04) VALUE 0503.                         00026000
       77 WRK-COD-EMPREST PIC 9(04) VALUE 0504.                         00026100
       77 WRK-COD-COPART  PIC 9(04) VALUE 0505.                         00026200
                                                                        00026300
      *----POSICAO DE CADA RUBRICA FIXA NA TABELA DO CATALOGO--------*  00026400
       77 WRK-RS-SALARIO  PIC 9(04) COMP VALUE ZERO.                    00026500
       77 WRK-RS-COMISSAO PIC 9(04) COMP VALUE ZERO.                    00026600
       77 WRK-RS-BANCOHR  PIC 9(04) COMP VALUE ZERO.                    00026700
       77 WRK-RS-INSS     PIC 9(04) COMP VALUE ZERO.                    00026800
       77 WRK-RS-IRRF     PIC 9(04) COMP VALUE ZERO.                    00026900
       77 WRK-RS-ADIANT   PIC 9(04) COMP VALUE ZERO.                    00027000
       77 WRK-RS-EMPREST  PIC 9(04) COMP VALUE ZERO.                    00027100
       77 WRK-RS-COPART   PIC 9(04) COMP VALUE ZERO.                    00027200
                                                                        00027300
       77 WRK-ALIQ-FGTS   PIC 9(02)V99 VALUE 8.                         00027400
                                                                        00027500
       01 FILLER          PIC X(64) VALUE                               00027600
           '-----------CATALOGO DE RUBRICAS (MAXIMO 50)-----'.          00027700
                                                                        00027800
       77 WRK-QTD-RUB     PIC 9(04) COMP VALUE ZERO.                    00027900
       77 WRK-SUB-RUB     PIC 9(04) COMP VALUE ZERO.                    00028000
       77 WRK-SUB-BUSCA   PIC 9(04) COMP VALUE ZERO.                    00028100
       77 WRK-COD-BUSCA   PIC 9(04) VALUE ZEROES.                       00028200
       77 WRK-QTD-AUSENTES PIC 9(02) VALUE ZEROES.                      00028300
       01 WRK-TAB-RUBRICAS.                                             00028400
          05 WRK-RUB-LINHA OCCURS 50 TIMES.                             00028500
             10 WRK-RUB-CODIGO     PIC 9(04).                           00028600
             10 WRK-RUB-DESCRICAO  PIC X(30).                           00028700
             10 WRK-RUB-TIPO       PIC X(01).                           00028800
                88 WRK-RUB-PROVENTO      VALUE 'P'.                     00028900
                88 WRK-RUB-DESCONTO      VALUE 'D'.                     00029000
             10 WRK-RUB-INC-INSS   PIC X(01).                           00029100
             10 WRK-RUB-INC-IRRF   PIC X(01).                           00029200
             10 WRK-RUB-INC-FGTS   PIC X(01).                           00029300
                                                                        00029400
       01 FILLER          PIC X(64) VALUE                               00029500
           '-----------EVENTOS POR FUNCIONARIO (MAXIMO 600)-'.          00029600
                                                                        00029700
       77 WRK-QTD-FUN     PIC 9(04) COMP VALUE ZERO.                    00029800
       77 WRK-SUB-FUN     PIC 9(04) COMP VALUE ZERO.                    00029900
       77 WRK-SUB-LOC     PIC 9(04) COMP VALUE ZERO.                    00030000
      *----VALOR DE CADA RUBRICA NA MESMA POSICAO DO CATALOGO--------*  00030100
       01 WRK-TAB-FUNC.                                                 00030200
          05 WRK-FUN-LINHA OCCURS 600 TIMES.                            00030300
             10 WRK-FUN-ID         PIC 9(05).                           00030400
             10 WRK-FUN-NOME       PIC X(30).                           00030500
             10 WRK-FUN-SETOR      PIC X(04).                           00030600
             10 WRK-FUN-BRUTO      PIC 9(08)V99.                        00030700
             10 WRK-FUN-SW-FOLHA   PIC X(01).                           00030800
                88 WRK-FUN-NA-FOLHA      VALUE 'S'.                     00030900
             10 WRK-FUN-VALOR      PIC 9(08)V99 OCCURS 50 TIMES.        00031000
                                                                        00031100
      *----EVENTO A INCLUIR (PREENCHIDO POR CADA ARQUIVO LIDO)-------*  00031200
       77 WRK-EVT-ID      PIC 9(05) VALUE ZEROES.                       00031300
       77 WRK-EVT-RSUB    PIC 9(04) COMP VALUE ZERO.                    00031400
       77 WRK-EVT-VALOR   PIC 9(08)V99 VALUE ZEROES.                    00031500
                                                                        00031600
       01 FILLER          PIC X(64) VALUE                               00031700
           '-----------CONTADORES E ACUMULADORES------------'.          00031800
                                                                        00031900
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00032000
       77 WRK-REGPAGCOM   PIC 9(05) VALUE ZEROES.                       00032100
       77 WRK-REGADTENT   PIC 9(05) VALUE ZEROES.                       00032200
       77 WRK-REGCOPARSAI PIC 9(05) VALUE ZEROES.                       00032300
       77 WRK-REGEMPDESC  PIC 9(05) VALUE ZEROES.                       00032400
       77 WRK-REGBHPAGO   PIC 9(05) VALUE ZEROES.                       00032500
       77 WRK-REGEVENTOS  PIC 9(05) VALUE ZEROES.                       00032533
       77 WRK-QTD-FORACAT PIC 9(05) VALUE ZEROES.                       00032566
       77 WRK-QTD-EVENTOS PIC 9(05) VALUE ZEROES.                       00032600
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00032700
       77 WRK-QTD-SEMFOLHA PIC 9(05) VALUE ZEROES.                      00032800
       77 WRK-QTD-HOLERITE PIC 9(05) VALUE ZEROES.                      00032900
       77 WRK-QTD-EVFOLHA PIC 9(05) VALUE ZEROES.                       00033000
       77 WRK-QTD-DIVERGE PIC 9(05) VALUE ZEROES.                       00033100
       77 WRK-TOT-PROVENTOS PIC 9(10)V99 VALUE ZEROES.                  00033200
       77 WRK-TOT-DESCONTOS PIC 9(10)V99 VALUE ZEROES.                  00033300
       77 WRK-TOT-FGTS    PIC 9(10)V99 VALUE ZEROES.                    00033400
                                                                        00033500
      *----TOTAIS E BASES DO FUNCIONARIO EM CURSO--------------------*  00033600
       77 WRK-TIPO-PASSE  PIC X(01) VALUE SPACE.                        00033700
       77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROES.                    00033800
       77 WRK-FUN-PROV    PIC 9(09)V99 VALUE ZEROES.                    00033900
       77 WRK-FUN-DESC    PIC 9(09)V99 VALUE ZEROES.                    00034000
       77 WRK-FUN-LIQ     PIC S9(09)V99 VALUE ZEROES.                   00034100
       77 WRK-BASE-INSS   PIC S9(09)V99 VALUE ZEROES.                   00034200
       77 WRK-BASE-IRRF   PIC S9(09)V99 VALUE ZEROES.                   00034300
       77 WRK-BASE-FGTS   PIC S9(09)V99 VALUE ZEROES.                   00034400
       77 WRK-VLR-FGTS    PIC 9(08)V99 VALUE ZEROES.                    00034500
                                                                        00034600
       01 FILLER          PIC X(64) VALUE                               00034700
           '-----------LINHAS DO HOLERITE-------------------'.          00034800
                                                                        00034900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00035000
                                                                        00035100
       01 WRK-LINHA-TITULO.                                             00035200
          05 FILLER              PIC X(44) VALUE                        00035300
             'HOLERITE - DEMONSTRATIVO DE PAGAMENTO - COMP'.            00035400
          05 FILLER              PIC X(01) VALUE SPACE.                 00035500
          05 WRK-TIT-COMPET      PIC 9(06).                             00035600
          05 FILLER              PIC X(29) VALUE SPACES.                00035700
                                                                        00035800
       01 WRK-LINHA-FUNC.                                               00035900
          05 FILLER              PIC X(03) VALUE 'ID '.                 00036000
          05 WRK-HFU-ID          PIC 9(05).                             00036100
          05 FILLER              PIC X(02) VALUE SPACES.                00036200
          05 WRK-HFU-NOME        PIC X(30).                             00036300
          05 FILLER              PIC X(08) VALUE '  SETOR '.            00036400
          05 WRK-HFU-SETOR       PIC X(04).                             00036500
          05 FILLER              PIC X(28) VALUE SPACES.                00036600
                                                                        00036700
       01 WRK-LINHA-CABEC.                                              00036800
          05 FILLER              PIC X(44) VALUE                        00036900
             'COD  DESCRICAO                         PROVE'.            00037000
          05 FILLER              PIC X(36) VALUE                        00037100
             'NTOS      DESCONTOS'.                                     00037200
                                                                        00037300
       01 WRK-LINHA-DETALHE.                                            00037400
          05 WRK-DET-CODIGO      PIC 9(04).                             00037500
          05 FILLER              PIC X(01) VALUE SPACE.                 00037600
          05 WRK-DET-DESCRICAO   PIC X(30).                             00037700
          05 FILLER              PIC X(02) VALUE SPACES.                00037800
          05 WRK-DET-PROVENTO    PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.     00037900
          05 FILLER              PIC X(02) VALUE SPACES.                00038000
          05 WRK-DET-DESCONTO    PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.     00038100
          05 FILLER              PIC X(15) VALUE SPACES.                00038200
                                                                        00038300
       01 WRK-LINHA-TOTAL.                                              00038400
          05 FILLER              PIC X(37) VALUE                        00038500
             'TOTAIS'.                                                  00038600
          05 WRK-TOT-LIN-PROV    PIC ZZZ.ZZZ.ZZ9,99.                    00038700
          05 FILLER              PIC X(01) VALUE SPACE.                 00038800
          05 WRK-TOT-LIN-DESC    PIC ZZZ.ZZZ.ZZ9,99.                    00038900
          05 FILLER              PIC X(14) VALUE SPACES.                00039000
                                                                        00039100
       01 WRK-LINHA-LIQUIDO.                                            00039200
          05 FILLER              PIC X(52) VALUE                        00039300
             'LIQUIDO A RECEBER'.                                       00039400
          05 WRK-LIQ-LIN-VALOR   PIC ZZZ.ZZZ.ZZ9,99-.                   00039500
          05 FILLER              PIC X(13) VALUE SPACES.                00039600
                                                                        00039700
       01 WRK-LINHA-BASES.                                              00039800
          05 FILLER              PIC X(10) VALUE 'BASE INSS '.          00039900
          05 WRK-BAS-INSS        PIC ZZ.ZZZ.ZZ9,99.                     00040000
          05 FILLER              PIC X(12) VALUE '  BASE IRRF '.        00040100
          05 WRK-BAS-IRRF        PIC ZZ.ZZZ.ZZ9,99.                     00040200
          05 FILLER              PIC X(12) VALUE '  BASE FGTS '.        00040300
          05 WRK-BAS-FGTS        PIC ZZ.ZZZ.ZZ9,99.                     00040400
          05 FILLER              PIC X(07) VALUE SPACES.                00040500
                                                                        00040600
       01 WRK-LINHA-FGTS.                                               00040700
          05 FILLER              PIC X(22) VALUE                        00040800
             'FGTS DO MES (DEPOSITO)'.                                  00040900
          05 FILLER              PIC X(01) VALUE SPACE.                 00041000
          05 WRK-FGT-VALOR       PIC ZZ.ZZZ.ZZ9,99.                     00041100
          05 FILLER              PIC X(44) VALUE SPACES.                00041200
                                                                        00041300
       01 WRK-LINHA-AVISO.                                              00041400
          05 FILLER              PIC X(44) VALUE                        00041500
             '*** ATENCAO: BASE INSS DIFERE DO BRUTO DO FO'.            00041600
          05 FILLER              PIC X(07) VALUE                        00041700
             'LHA - '.                                                  00041800
          05 WRK-AVI-BRUTO       PIC ZZ.ZZZ.ZZ9,99.                     00041900
          05 FILLER              PIC X(16) VALUE SPACES.                00042000
                                                                        00042100
       01 WRK-LINHA-SEMFOLHA.                                           00042200
          05 FILLER              PIC X(44) VALUE                        00042300
             '*** ATENCAO: FUNCIONARIO SEM REGISTRO NO FOL'.            00042400
          05 FILLER              PIC X(36) VALUE                        00042500
             'HA DO MES'.                                               00042600
                                                                        00042700
      *=============================================================*   00042800
       PROCEDURE DIVISION.                                              00042900
      *=============================================================*   00043000
                                                                        00043100
      *-------------------------------------------------------------*   00043200
       0000-PRINCIPAL                           SECTION.                00043300
      *-------------------------------------------------------------*   00043400
                                                                        00043500
            PERFORM  1000-INICIAR.                                      00043600
                                                                        00043700
            MOVE 1 TO WRK-SUB-FUN.                                      00043800
            PERFORM  2000-PROCESSAR                                     00043900
                     UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN.             00044000
                                                                        00044100
            PERFORM  3000-FINALIZAR.                                    00044200
                                                                        00044300
            STOP RUN.                                                   00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
       1000-INICIAR                             SECTION.                00044700
      *-------------------------------------------------------------*   00044800
             OPEN INPUT  RUBRICAS FOLHA                                 00044900
                  OUTPUT HOLERITE EVFOLHA.                              00045000
                                                                        00045100
               PERFORM 4000-TESTARSTATUS.                               00045200
                                                                        00045300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00045400
                                                                        00045500
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00045600
               IF WRK-COMPCARD-AC EQUAL ZEROES                          00045700
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00045800
               ELSE                                                     00045900
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00046000
               END-IF.                                                  00046100
               MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                  00046200
                                                                        00046300
               PERFORM 1100-CARREGAR-RUBRICAS UNTIL WRK-FIM-RUBRICAS.   00046400
               PERFORM 1150-VALIDAR-CATALOGO.                           00046500
                                                                        00046600
               PERFORM 1200-LER-FOLHA UNTIL WRK-FIM-FOLHA.              00046700
                                                                        00046800
      *----ARQUIVOS DE EVENTOS OPCIONAIS-----------------------------*  00046900
               OPEN INPUT PAGCOM.                                       00047000
               IF WRK-FS-PAGCOM NOT EQUAL 00                            00047100
                  DISPLAY ' PAGCOM INDISPONIVEL (FS=' WRK-FS-PAGCOM     00047200
                          ') - SEM COMISSOES'                           00047300
                  MOVE 'S' TO WRK-SW-FIM-COM                            00047400
               ELSE                                                     00047500
                  PERFORM 1300-LER-PAGCOM UNTIL WRK-FIM-PAGCOM          00047600
                  CLOSE PAGCOM                                          00047700
               END-IF.                                                  00047800
                                                                        00047900
               OPEN INPUT ADTENT.                                       00048000
               IF WRK-FS-ADTENT NOT EQUAL 00                            00048100
                  DISPLAY ' ADTENT INDISPONIVEL (FS=' WRK-FS-ADTENT     00048200
                          ') - SEM ADIANTAMENTOS'                       00048300
                  MOVE 'S' TO WRK-SW-FIM-ADT                            00048400
               ELSE                                                     00048500
                  PERFORM 1400-LER-ADTENT UNTIL WRK-FIM-ADTENT          00048600
                  CLOSE ADTENT                                          00048700
               END-IF.                                                  00048800
                                                                        00048900
               OPEN INPUT COPARSAI.                                     00049000
               IF WRK-FS-COPARSAI NOT EQUAL 00                          00049100
                  DISPLAY ' COPARSAI INDISPONIVEL (FS=' WRK-FS-COPARSAI 00049200
                          ') - SEM COPARTICIPACAO'                      00049300
                  MOVE 'S' TO WRK-SW-FIM-CPS                            00049400
               ELSE                                                     00049500
                  PERFORM 1500-LER-COPARSAI UNTIL WRK-FIM-COPARSAI      00049600
                  CLOSE COPARSAI                                        00049700
               END-IF.                                                  00049800
                                                                        00049900
               OPEN INPUT EMPDESC.                                      00050000
               IF WRK-FS-EMPDESC NOT EQUAL 00                           00050100
                  DISPLAY ' EMPDESC INDISPONIVEL (FS=' WRK-FS-EMPDESC   00050200
                          ') - SEM EMPRESTIMOS'                         00050300
                  MOVE 'S' TO WRK-SW-FIM-EDS                            00050400
               ELSE                                                     00050500
                  PERFORM 1600-LER-EMPDESC UNTIL WRK-FIM-EMPDESC        00050600
                  CLOSE EMPDESC                                         00050700
               END-IF.                                                  00050800
                                                                        00050900
               OPEN INPUT BHPAGO.                                       00051000
               IF WRK-FS-BHPAGO NOT EQUAL 00                            00051100
                  DISPLAY ' BHPAGO INDISPONIVEL (FS=' WRK-FS-BHPAGO     00051200
                          ') - SEM HORAS DE BANCO'                      00051300
                  MOVE 'S' TO WRK-SW-FIM-BHP                            00051400
               ELSE                                                     00051500
                  PERFORM 1700-LER-BHPAGO UNTIL WRK-FIM-BHPAGO          00051600
                  CLOSE BHPAGO                                          00051700
               END-IF.                                                  00051800
                                                                        00051809
               OPEN INPUT EVENTOS.                                      00051818
               IF WRK-FS-EVENTOS NOT EQUAL 00                           00051827
                  DISPLAY ' EVENTOS INDISPONIVEL (FS=' WRK-FS-EVENTOS   00051836
                          ') - SEM RUBRICAS AVULSAS'                    00051845
                  MOVE 'S' TO WRK-SW-FIM-EVE                            00051854
               ELSE                                                     00051863
                  PERFORM 1800-LER-EVENTOS UNTIL WRK-FIM-EVENTOS        00051872
                  CLOSE EVENTOS                                         00051881
               END-IF.                                                  00051890
                                                                        00051900
       1000-99-FIM.              EXIT.                                  00052000
      *-------------------------------------------------------------*   00052100
       1100-CARREGAR-RUBRICAS                   SECTION.                00052200
      *-------------------------------------------------------------*   00052300
            READ RUBRICAS                                               00052400
              AT END                                                    00052500
                MOVE 'S' TO WRK-SW-FIM-RUB                              00052600
            END-READ.                                                   00052700
            PERFORM 4200-TESTARSTATUS-RUBRICAS.                         00052800
            IF WRK-FS-RUBRICAS NOT EQUAL 00                             00052900
               GO TO 1100-99-FIM.                                       00053000
                                                                        00053100
            IF FD-RUB-CODIGO NOT NUMERIC                                00053200
               OR (FD-RUB-TIPO NOT EQUAL 'P'                            00053300
                   AND FD-RUB-TIPO NOT EQUAL 'D')                       00053400
               DISPLAY ' RUBRICA INVALIDA - IGNORADA: '                 00053500
                       FD-RUBRICAS                                      00053600
               GO TO 1100-99-FIM.                                       00053700
                                                                        00053800
            MOVE FD-RUB-CODIGO TO WRK-COD-BUSCA.                        00053900
            PERFORM 1160-LOCALIZAR-RUBRICA.                             00054000
            IF WRK-SUB-BUSCA NOT EQUAL ZERO                             00054100
               DISPLAY ' RUBRICA REPETIDA - IGNORADA: ' FD-RUB-CODIGO   00054200
               GO TO 1100-99-FIM.                                       00054300
                                                                        00054400
            IF WRK-QTD-RUB NOT LESS 50                                  00054500
               DISPLAY ' CATALOGO DE RUBRICAS ESGOTADO (50) - '         00054600
                       FD-RUB-CODIGO                                    00054700
               GO TO 1100-99-FIM.                                       00054800
                                                                        00054900
            ADD 1 TO WRK-QTD-RUB.                                       00055000
            MOVE FD-RUB-CODIGO    TO WRK-RUB-CODIGO (WRK-QTD-RUB).      00055100
            MOVE FD-RUB-DESCRICAO TO WRK-RUB-DESCRICAO (WRK-QTD-RUB).   00055200
            MOVE FD-RUB-TIPO      TO WRK-RUB-TIPO (WRK-QTD-RUB).        00055300
            MOVE FD-RUB-INC-INSS  TO WRK-RUB-INC-INSS (WRK-QTD-RUB).    00055400
            MOVE FD-RUB-INC-IRRF  TO WRK-RUB-INC-IRRF (WRK-QTD-RUB).    00055500
            MOVE FD-RUB-INC-FGTS  TO WRK-RUB-INC-FGTS (WRK-QTD-RUB).    00055600
                                                                        00055700
       1100-99-FIM.              EXIT.                                  00055800
      *-------------------------------------------------------------*   00055900
       1150-VALIDAR-CATALOGO                    SECTION.                00056000
      *-------------------------------------------------------------*   00056100
      *   AS RUBRICAS QUE ESTE PROGRAMA GERA TEM DE ESTAR NO        *   00056200
      *   CATALOGO; SEM ELAS NAO HA COMO CLASSIFICAR OS EVENTOS.    *   00056300
      *-------------------------------------------------------------*   00056400
            MOVE WRK-COD-SALARIO TO WRK-COD-BUSCA.                      00056500
            PERFORM 1155-EXIGIR-RUBRICA.                                00056600
            MOVE WRK-SUB-BUSCA TO WRK-RS-SALARIO.                       00056700
                                                                        00056800
            MOVE WRK-COD-COMISSAO TO WRK-COD-BUSCA.                     00056900
            PERFORM 1155-EXIGIR-RUBRICA.                                00057000
            MOVE WRK-SUB-BUSCA TO WRK-RS-COMISSAO.                      00057100
                                                                        00057200
            MOVE WRK-COD-BANCOHR TO WRK-COD-BUSCA.                      00057300
            PERFORM 1155-EXIGIR-RUBRICA.                                00057400
            MOVE WRK-SUB-BUSCA TO WRK-RS-BANCOHR.                       00057500
                                                                        00057600
            MOVE WRK-COD-INSS TO WRK-COD-BUSCA.                         00057700
            PERFORM 1155-EXIGIR-RUBRICA.                                00057800
            MOVE WRK-SUB-BUSCA TO WRK-RS-INSS.                          00057900
                                                                        00058000
            MOVE WRK-COD-IRRF TO WRK-COD-BUSCA.                         00058100
            PERFORM 1155-EXIGIR-RUBRICA.                                00058200
            MOVE WRK-SUB-BUSCA TO WRK-RS-IRRF.                          00058300
                                                                        00058400
            MOVE WRK-COD-ADIANT TO WRK-COD-BUSCA.                       00058500
            PERFORM 1155-EXIGIR-RUBRICA.                                00058600
            MOVE WRK-SUB-BUSCA TO WRK-RS-ADIANT.                        00058700
                                                                        00058800
            MOVE WRK-COD-EMPREST TO WRK-COD-BUSCA.                      00058900
            PERFORM 1155-EXIGIR-RUBRICA.                                00059000
            MOVE WRK-SUB-BUSCA TO WRK-RS-EMPREST.                       00059100
                                                                        00059200
            MOVE WRK-COD-COPART TO WRK-COD-BUSCA.                       00059300
            PERFORM 1155-EXIGIR-RUBRICA.                                00059400
            MOVE WRK-SUB-BUSCA TO WRK-RS-COPART.                        00059500
                                                                        00059600
            IF WRK-QTD-AUSENTES GREATER ZERO                            00059700
               DISPLAY ' CATALOGO RUBRICAS INCOMPLETO - '               00059800
                       WRK-QTD-AUSENTES ' RUBRICA(S) AUSENTE(S)'        00059900
               MOVE 8 TO RETURN-CODE                                    00060000
               STOP RUN                                                 00060100
            END-IF.                                                     00060200
       1150-99-FIM.              EXIT.                                  00060300
      *-------------------------------------------------------------*   00060400
       1155-EXIGIR-RUBRICA                      SECTION.                00060500
      *-------------------------------------------------------------*   00060600
            PERFORM 1160-LOCALIZAR-RUBRICA.                             00060700
            IF WRK-SUB-BUSCA EQUAL ZERO                                 00060800
               DISPLAY ' RUBRICA ' WRK-COD-BUSCA                        00060900
                       ' AUSENTE NO CATALOGO RUBRICAS'                  00061000
               ADD 1 TO WRK-QTD-AUSENTES                                00061100
            END-IF.                                                     00061200
       1155-99-FIM.              EXIT.                                  00061300
      *-------------------------------------------------------------*   00061400
       1160-LOCALIZAR-RUBRICA                   SECTION.                00061500
      *-------------------------------------------------------------*   00061600
            MOVE ZERO TO WRK-SUB-BUSCA.                                 00061700
            MOVE 1 TO WRK-SUB-RUB.                                      00061800
            PERFORM 1165-COMPARAR-RUBRICA                               00061900
                    UNTIL WRK-SUB-RUB GREATER WRK-QTD-RUB               00062000
                       OR WRK-SUB-BUSCA GREATER ZERO.                   00062100
       1160-99-FIM.              EXIT.                                  00062200
      *-------------------------------------------------------------*   00062300
       1165-COMPARAR-RUBRICA                    SECTION.                00062400
      *-------------------------------------------------------------*   00062500
            IF WRK-RUB-CODIGO (WRK-SUB-RUB) EQUAL WRK-COD-BUSCA         00062600
               MOVE WRK-SUB-RUB TO WRK-SUB-BUSCA                        00062700
            END-IF.                                                     00062800
            ADD 1 TO WRK-SUB-RUB.                                       00062900
       1165-99-FIM.              EXIT.                                  00063000
      *-------------------------------------------------------------*   00063100
       1200-LER-FOLHA                           SECTION.                00063200
      *-------------------------------------------------------------*   00063300
      *   SALARIO, INSS E IRRF DO FR19DB12. O FOLHA TAMBEM DA O     *   00063400
      *   NOME E O SETOR DO HOLERITE E O BRUTO PARA CONFERIR A      *   00063500
      *   BASE DO INSS.                                             *   00063600
      *-------------------------------------------------------------*   00063700
            READ FOLHA                                                  00063800
              AT END                                                    00063900
                MOVE 'S' TO WRK-SW-FIM-FOL                              00064000
            END-READ.                                                   00064100
            PERFORM 4100-TESTARSTATUS-FOLHA.                            00064200
            IF WRK-FS-FOLHA NOT EQUAL 00                                00064300
               GO TO 1200-99-FIM.                                       00064400
            IF FD-FOLHA (1:9) EQUAL 'CABECALHO'                         00064500
               OR FD-FOLHA (1:6) EQUAL 'RODAPE'                         00064600
               GO TO 1200-99-FIM.                                       00064700
            ADD 1 TO WRK-REGFOLHA.                                      00064800
                                                                        00064900
            MOVE FD-FOL-ID TO WRK-EVT-ID.                               00065000
            PERFORM 1950-LOCALIZAR-FUNC.                                00065100
            IF WRK-SUB-LOC EQUAL ZERO                                   00065200
               GO TO 1200-99-FIM.                                       00065300
            MOVE FD-FOL-NOME  TO WRK-FUN-NOME (WRK-SUB-LOC).            00065400
            MOVE FD-FOL-SETOR TO WRK-FUN-SETOR (WRK-SUB-LOC).           00065500
            ADD  FD-FOL-BRUTO TO WRK-FUN-BRUTO (WRK-SUB-LOC).           00065600
            MOVE 'S'          TO WRK-FUN-SW-FOLHA (WRK-SUB-LOC).        00065700
                                                                        00065800
            MOVE WRK-RS-SALARIO TO WRK-EVT-RSUB.                        00065900
            MOVE FD-FOL-BRUTO   TO WRK-EVT-VALOR.                       00066000
            PERFORM 1900-INCLUIR-EVENTO.                                00066100
                                                                        00066200
            MOVE WRK-RS-INSS    TO WRK-EVT-RSUB.                        00066300
            MOVE FD-FOL-INSS    TO WRK-EVT-VALOR.                       00066400
            PERFORM 1900-INCLUIR-EVENTO.                                00066500
                                                                        00066600
            MOVE WRK-RS-IRRF    TO WRK-EVT-RSUB.                        00066700
            MOVE FD-FOL-IRRF    TO WRK-EVT-VALOR.                       00066800
            PERFORM 1900-INCLUIR-EVENTO.                                00066900
                                                                        00067000
       1200-99-FIM.              EXIT.                                  00067100
      *-------------------------------------------------------------*   00067200
       1300-LER-PAGCOM                          SECTION.                00067300
      *-------------------------------------------------------------*   00067400
            READ PAGCOM                                                 00067500
              AT END                                                    00067600
                MOVE 'S' TO WRK-SW-FIM-COM                              00067700
              NOT AT END                                                00067800
                IF FD-PAGCOM (1:9) NOT EQUAL 'CABECALHO'                00067900
                   AND FD-PAGCOM (1:6) NOT EQUAL 'RODAPE'               00068000
                   ADD 1 TO WRK-REGPAGCOM                               00068100
                   MOVE FD-COM-ID      TO WRK-EVT-ID                    00068200
                   PERFORM 1950-LOCALIZAR-FUNC                          00068300
                   IF WRK-SUB-LOC NOT EQUAL ZERO                        00068400
                      AND WRK-FUN-NOME (WRK-SUB-LOC) EQUAL SPACES       00068500
                      MOVE FD-COM-NOME  TO WRK-FUN-NOME (WRK-SUB-LOC)   00068600
                      MOVE FD-COM-SETOR TO WRK-FUN-SETOR (WRK-SUB-LOC)  00068700
                   END-IF                                               00068800
                   MOVE WRK-RS-COMISSAO TO WRK-EVT-RSUB                 00068900
                   MOVE FD-COM-BRUTO   TO WRK-EVT-VALOR                 00069000
                   PERFORM 1900-INCLUIR-EVENTO                          00069100
                END-IF                                                  00069200
            END-READ.                                                   00069300
       1300-99-FIM.              EXIT.                                  00069400
      *-------------------------------------------------------------*   00069500
       1400-LER-ADTENT                          SECTION.                00069600
      *-------------------------------------------------------------*   00069700
            READ ADTENT                                                 00069800
              AT END                                                    00069900
                MOVE 'S' TO WRK-SW-FIM-ADT                              00070000
              NOT AT END                                                00070100
                IF FD-ADTENT (1:9) NOT EQUAL 'CABECALHO'                00070200
                   AND FD-ADTENT (1:6) NOT EQUAL 'RODAPE'               00070300
                   ADD 1 TO WRK-REGADTENT                               00070400
                   MOVE FD-ADT-IDFUNC  TO WRK-EVT-ID                    00070500
                   MOVE WRK-RS-ADIANT  TO WRK-EVT-RSUB                  00070600
                   MOVE FD-ADT-VALOR   TO WRK-EVT-VALOR                 00070700
                   PERFORM 1900-INCLUIR-EVENTO                          00070800
                END-IF                                                  00070900
            END-READ.                                                   00071000
       1400-99-FIM.              EXIT.                                  00071100
      *-------------------------------------------------------------*   00071200
       1500-LER-COPARSAI                        SECTION.                00071300
      *-------------------------------------------------------------*   00071400
            READ COPARSAI                                               00071500
              AT END                                                    00071600
                MOVE 'S' TO WRK-SW-FIM-CPS                              00071700
              NOT AT END                                                00071800
                IF FD-COPARSAI (1:9) NOT EQUAL 'CABECALHO'              00071900
                   AND FD-COPARSAI (1:6) NOT EQUAL 'RODAPE'             00072000
                   ADD 1 TO WRK-REGCOPARSAI                             00072100
                   MOVE FD-CPS-IDFUNC  TO WRK-EVT-ID                    00072200
                   MOVE WRK-RS-COPART  TO WRK-EVT-RSUB                  00072300
                   MOVE FD-CPS-VALOR   TO WRK-EVT-VALOR                 00072400
                   PERFORM 1900-INCLUIR-EVENTO                          00072500
                END-IF                                                  00072600
            END-READ.                                                   00072700
       1500-99-FIM.              EXIT.                                  00072800
      *-------------------------------------------------------------*   00072900
       1600-LER-EMPDESC                         SECTION.                00073000
      *-------------------------------------------------------------*   00073100
            READ EMPDESC                                                00073200
              AT END                                                    00073300
                MOVE 'S' TO WRK-SW-FIM-EDS                              00073400
              NOT AT END                                                00073500
                IF FD-EMPDESC (1:9) NOT EQUAL 'CABECALHO'               00073600
                   AND FD-EMPDESC (1:6) NOT EQUAL 'RODAPE'              00073700
                   ADD 1 TO WRK-REGEMPDESC                              00073800
                   MOVE FD-EDS-IDFUNC  TO WRK-EVT-ID                    00073900
                   MOVE WRK-RS-EMPREST TO WRK-EVT-RSUB                  00074000
                   MOVE FD-EDS-VALOR   TO WRK-EVT-VALOR                 00074100
                   PERFORM 1900-INCLUIR-EVENTO                          00074200
                END-IF                                                  00074300
            END-READ.                                                   00074400
       1600-99-FIM.              EXIT.                                  00074500
      *-------------------------------------------------------------*   00074600
       1700-LER-BHPAGO                          SECTION.                00074700
      *-------------------------------------------------------------*   00074800
            READ BHPAGO                                                 00074900
              AT END                                                    00075000
                MOVE 'S' TO WRK-SW-FIM-BHP                              00075100
              NOT AT END                                                00075200
                IF FD-BHPAGO (1:9) NOT EQUAL 'CABECALHO'                00075300
                   AND FD-BHPAGO (1:6) NOT EQUAL 'RODAPE'               00075400
                   ADD 1 TO WRK-REGBHPAGO                               00075500
                   MOVE FD-BHP-IDFUNC  TO WRK-EVT-ID                    00075600
                   MOVE WRK-RS-BANCOHR TO WRK-EVT-RSUB                  00075700
                   MOVE FD-BHP-VALOR   TO WRK-EVT-VALOR                 00075800
                   PERFORM 1900-INCLUIR-EVENTO                          00075900
                END-IF                                                  00076000
            END-READ.                                                   00076100
       1700-99-FIM.              EXIT.                                  00076200
      *-------------------------------------------------------------*   00076203
       1800-LER-EVENTOS                         SECTION.                00076206
      *-------------------------------------------------------------*   00076210
      *   RUBRICA AVULSA: O CODIGO VEM NO REGISTRO E O CATALOGO DIZ *   00076213
      *   SE E PROVENTO OU DESCONTO E ONDE INCIDE.                  *   00076216
      *-------------------------------------------------------------*   00076220
            READ EVENTOS                                                00076223
              AT END                                                    00076226
                MOVE 'S' TO WRK-SW-FIM-EVE                              00076230
              NOT AT END                                                00076233
                IF FD-EVENTOS (1:9) NOT EQUAL 'CABECALHO'               00076236
                   AND FD-EVENTOS (1:6) NOT EQUAL 'RODAPE'              00076240
                   ADD 1 TO WRK-REGEVENTOS                              00076243
                   MOVE FD-EVE-RUBRICA TO WRK-COD-BUSCA                 00076246
                   PERFORM 1160-LOCALIZAR-RUBRICA                       00076250
                   IF WRK-SUB-BUSCA EQUAL ZERO                          00076253
                      DISPLAY ' RUBRICA ' FD-EVE-RUBRICA                00076256
                              ' FORA DO CATALOGO - EVENTO IGNORADO ID ' 00076260
                              FD-EVE-IDFUNC                             00076263
                      ADD 1 TO WRK-QTD-FORACAT                          00076266
                   ELSE                                                 00076270
                      MOVE FD-EVE-IDFUNC  TO WRK-EVT-ID                 00076273
                      MOVE WRK-SUB-BUSCA  TO WRK-EVT-RSUB               00076276
                      MOVE FD-EVE-VALOR   TO WRK-EVT-VALOR              00076280
                      PERFORM 1900-INCLUIR-EVENTO                       00076283
                   END-IF                                               00076286
                END-IF                                                  00076290
            END-READ.                                                   00076293
       1800-99-FIM.              EXIT.                                  00076296
      *-------------------------------------------------------------*   00076300
       1900-INCLUIR-EVENTO                      SECTION.                00076400
      *-------------------------------------------------------------*   00076500
      *   SOMA WRK-EVT-VALOR NA RUBRICA WRK-EVT-RSUB DO FUNCIONARIO *   00076600
      *   WRK-EVT-ID (QUE ENTRA NA TABELA SE AINDA NAO ESTIVER).    *   00076700
      *-------------------------------------------------------------*   00076800
            IF WRK-EVT-VALOR EQUAL ZEROES                               00076900
               GO TO 1900-99-FIM.                                       00077000
            PERFORM 1950-LOCALIZAR-FUNC.                                00077100
            IF WRK-SUB-LOC EQUAL ZERO                                   00077200
               ADD 1 TO WRK-QTD-IGNORA                                  00077300
               GO TO 1900-99-FIM.                                       00077400
            ADD WRK-EVT-VALOR TO                                        00077500
                WRK-FUN-VALOR (WRK-SUB-LOC, WRK-EVT-RSUB).              00077600
            ADD 1 TO WRK-QTD-EVENTOS.                                   00077700
       1900-99-FIM.              EXIT.                                  00077800
      *-------------------------------------------------------------*   00077900
       1950-LOCALIZAR-FUNC                      SECTION.                00078000
      *-------------------------------------------------------------*   00078100
      *   POSICAO DE WRK-EVT-ID NA TABELA EM WRK-SUB-LOC; ID NOVO   *   00078200
      *   ENTRA NO FIM. TABELA CHEIA DEVOLVE ZERO.                  *   00078300
      *-------------------------------------------------------------*   00078400
            MOVE ZERO TO WRK-SUB-LOC.                                   00078500
            MOVE 1 TO WRK-SUB-FUN.                                      00078600
            PERFORM 1955-COMPARAR-FUNC                                  00078700
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00078800
                       OR WRK-SUB-LOC GREATER ZERO.                     00078900
            IF WRK-SUB-LOC GREATER ZERO                                 00079000
               GO TO 1950-99-FIM.                                       00079100
                                                                        00079200
            IF WRK-QTD-FUN NOT LESS 600                                 00079300
               DISPLAY ' TABELA DE FUNCIONARIOS ESGOTADA (600) - '      00079400
                       WRK-EVT-ID                                       00079500
               GO TO 1950-99-FIM.                                       00079600
            ADD 1 TO WRK-QTD-FUN.                                       00079700
            INITIALIZE WRK-FUN-LINHA (WRK-QTD-FUN).                     00079800
            MOVE WRK-EVT-ID TO WRK-FUN-ID (WRK-QTD-FUN).                00079900
            MOVE 'N'        TO WRK-FUN-SW-FOLHA (WRK-QTD-FUN).          00080000
            MOVE WRK-QTD-FUN TO WRK-SUB-LOC.                            00080100
       1950-99-FIM.              EXIT.                                  00080200
      *-------------------------------------------------------------*   00080300
       1955-COMPARAR-FUNC                       SECTION.                00080400
      *-------------------------------------------------------------*   00080500
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL WRK-EVT-ID                00080600
               MOVE WRK-SUB-FUN TO WRK-SUB-LOC                          00080700
            END-IF.                                                     00080800
            ADD 1 TO WRK-SUB-FUN.                                       00080900
       1955-99-FIM.              EXIT.                                  00081000
      *-------------------------------------------------------------*   00081100
       2000-PROCESSAR                           SECTION.                00081200
      *-------------------------------------------------------------*   00081300
      *   UM HOLERITE POR FUNCIONARIO DA TABELA: PROVENTOS, DEPOIS  *   00081400
      *   DESCONTOS, NA ORDEM DO CATALOGO; TOTAIS, LIQUIDO E BASES. *   00081500
      *-------------------------------------------------------------*   00081600
            MOVE ZEROES TO WRK-FUN-PROV WRK-FUN-DESC                    00081700
                           WRK-BASE-INSS WRK-BASE-IRRF WRK-BASE-FGTS.   00081800
                                                                        00081900
            MOVE WRK-FUN-ID (WRK-SUB-FUN)    TO WRK-HFU-ID.             00082000
            MOVE WRK-FUN-NOME (WRK-SUB-FUN)  TO WRK-HFU-NOME.           00082100
            MOVE WRK-FUN-SETOR (WRK-SUB-FUN) TO WRK-HFU-SETOR.          00082200
            WRITE FD-HOLERITE FROM WRK-LINHA-TRACO.                     00082300
            WRITE FD-HOLERITE FROM WRK-LINHA-TITULO.                    00082400
            WRITE FD-HOLERITE FROM WRK-LINHA-FUNC.                      00082500
            WRITE FD-HOLERITE FROM WRK-LINHA-TRACO.                     00082600
            WRITE FD-HOLERITE FROM WRK-LINHA-CABEC.                     00082700
                                                                        00082800
            MOVE 'P' TO WRK-TIPO-PASSE.                                 00082900
            MOVE 1 TO WRK-SUB-RUB.                                      00083000
            PERFORM 2100-IMPRIMIR-RUBRICA                               00083100
                    UNTIL WRK-SUB-RUB GREATER WRK-QTD-RUB.              00083200
            MOVE 'D' TO WRK-TIPO-PASSE.                                 00083300
            MOVE 1 TO WRK-SUB-RUB.                                      00083400
            PERFORM 2100-IMPRIMIR-RUBRICA                               00083500
                    UNTIL WRK-SUB-RUB GREATER WRK-QTD-RUB.              00083600
                                                                        00083700
            COMPUTE WRK-FUN-LIQ = WRK-FUN-PROV - WRK-FUN-DESC.          00083800
            IF WRK-BASE-INSS LESS ZERO                                  00083900
               MOVE ZERO TO WRK-BASE-INSS                               00084000
            END-IF.                                                     00084100
            IF WRK-BASE-IRRF LESS ZERO                                  00084200
               MOVE ZERO TO WRK-BASE-IRRF                               00084300
            END-IF.                                                     00084400
            IF WRK-BASE-FGTS LESS ZERO                                  00084500
               MOVE ZERO TO WRK-BASE-FGTS                               00084600
            END-IF.                                                     00084700
            COMPUTE WRK-VLR-FGTS ROUNDED =                              00084800
                    WRK-BASE-FGTS * WRK-ALIQ-FGTS / 100.                00084900
                                                                        00085000
            MOVE WRK-FUN-PROV  TO WRK-TOT-LIN-PROV.                     00085100
            MOVE WRK-FUN-DESC  TO WRK-TOT-LIN-DESC.                     00085200
            MOVE WRK-FUN-LIQ   TO WRK-LIQ-LIN-VALOR.                    00085300
            MOVE WRK-BASE-INSS TO WRK-BAS-INSS.                         00085400
            MOVE WRK-BASE-IRRF TO WRK-BAS-IRRF.                         00085500
            MOVE WRK-BASE-FGTS TO WRK-BAS-FGTS.                         00085600
            MOVE WRK-VLR-FGTS  TO WRK-FGT-VALOR.                        00085700
            WRITE FD-HOLERITE FROM WRK-LINHA-TRACO.                     00085800
            WRITE FD-HOLERITE FROM WRK-LINHA-TOTAL.                     00085900
            WRITE FD-HOLERITE FROM WRK-LINHA-LIQUIDO.                   00086000
            WRITE FD-HOLERITE FROM WRK-LINHA-BASES.                     00086100
            WRITE FD-HOLERITE FROM WRK-LINHA-FGTS.                      00086200
                                                                        00086300
            IF WRK-FUN-NA-FOLHA (WRK-SUB-FUN)                           00086400
               IF WRK-BASE-INSS NOT EQUAL WRK-FUN-BRUTO (WRK-SUB-FUN)   00086500
                  MOVE WRK-FUN-BRUTO (WRK-SUB-FUN) TO WRK-AVI-BRUTO     00086600
                  WRITE FD-HOLERITE FROM WRK-LINHA-AVISO                00086700
                  ADD 1 TO WRK-QTD-DIVERGE                              00086800
               END-IF                                                   00086900
            ELSE                                                        00087000
               WRITE FD-HOLERITE FROM WRK-LINHA-SEMFOLHA                00087100
               ADD 1 TO WRK-QTD-SEMFOLHA                                00087200
            END-IF.                                                     00087300
                                                                        00087400
            ADD 1 TO WRK-QTD-HOLERITE.                                  00087500
            ADD WRK-FUN-PROV TO WRK-TOT-PROVENTOS.                      00087600
            ADD WRK-FUN-DESC TO WRK-TOT-DESCONTOS.                      00087700
            ADD WRK-VLR-FGTS TO WRK-TOT-FGTS.                           00087800
                                                                        00087900
            ADD 1 TO WRK-SUB-FUN.                                       00088000
                                                                        00088100
       2000-99-FIM.              EXIT.                                  00088200
      *-------------------------------------------------------------*   00088300
       2100-IMPRIMIR-RUBRICA                    SECTION.                00088400
      *-------------------------------------------------------------*   00088500
      *   RUBRICA WRK-SUB-RUB DO FUNCIONARIO, SE TEM VALOR E E DO   *   00088600
      *   TIPO DA PASSADA: LINHA NO HOLERITE, LINHA NO EVFOLHA E    *   00088700
      *   EFEITO NAS BASES CONFORME OS INDICADORES DO CATALOGO.     *   00088800
      *-------------------------------------------------------------*   00088900
            MOVE WRK-FUN-VALOR (WRK-SUB-FUN, WRK-SUB-RUB) TO WRK-VALOR. 00089000
            IF WRK-VALOR GREATER ZEROES                                 00089100
               AND WRK-RUB-TIPO (WRK-SUB-RUB) EQUAL WRK-TIPO-PASSE      00089200
               PERFORM 2110-LANCAR-RUBRICA                              00089300
            END-IF.                                                     00089400
            ADD 1 TO WRK-SUB-RUB.                                       00089500
       2100-99-FIM.              EXIT.                                  00089600
      *-------------------------------------------------------------*   00089700
       2110-LANCAR-RUBRICA                      SECTION.                00089800
      *-------------------------------------------------------------*   00089900
            MOVE WRK-RUB-CODIGO (WRK-SUB-RUB)    TO WRK-DET-CODIGO.     00090000
            MOVE WRK-RUB-DESCRICAO (WRK-SUB-RUB) TO WRK-DET-DESCRICAO.  00090100
            MOVE ZEROES TO WRK-DET-PROVENTO WRK-DET-DESCONTO.           00090200
                                                                        00090300
            IF WRK-RUB-PROVENTO (WRK-SUB-RUB)                           00090400
               MOVE WRK-VALOR TO WRK-DET-PROVENTO                       00090500
               ADD WRK-VALOR TO WRK-FUN-PROV                            00090600
               IF WRK-RUB-INC-INSS (WRK-SUB-RUB) EQUAL 'S'              00090700
                  ADD WRK-VALOR TO WRK-BASE-INSS                        00090800
               END-IF                                                   00090900
               IF WRK-RUB-INC-IRRF (WRK-SUB-RUB) EQUAL 'S'              00091000
                  ADD WRK-VALOR TO WRK-BASE-IRRF                        00091100
               END-IF                                                   00091200
               IF WRK-RUB-INC-FGTS (WRK-SUB-RUB) EQUAL 'S'              00091300
                  ADD WRK-VALOR TO WRK-BASE-FGTS                        00091400
               END-IF                                                   00091500
            ELSE                                                        00091600
               MOVE WRK-VALOR TO WRK-DET-DESCONTO                       00091700
               ADD WRK-VALOR TO WRK-FUN-DESC                            00091800
               IF WRK-RUB-INC-INSS (WRK-SUB-RUB) EQUAL 'S'              00091900
                  SUBTRACT WRK-VALOR FROM WRK-BASE-INSS                 00092000
               END-IF                                                   00092100
               IF WRK-RUB-INC-IRRF (WRK-SUB-RUB) EQUAL 'S'              00092200
                  SUBTRACT WRK-VALOR FROM WRK-BASE-IRRF                 00092300
               END-IF                                                   00092400
               IF WRK-RUB-INC-FGTS (WRK-SUB-RUB) EQUAL 'S'              00092500
                  SUBTRACT WRK-VALOR FROM WRK-BASE-FGTS                 00092600
               END-IF                                                   00092700
            END-IF.                                                     00092800
            WRITE FD-HOLERITE FROM WRK-LINHA-DETALHE.                   00092900
                                                                        00093000
            MOVE SPACES                       TO FD-EVFOLHA.            00093100
            MOVE WRK-FUN-ID (WRK-SUB-FUN)     TO FD-EVF-IDFUNC.         00093200
            MOVE WRK-RUB-CODIGO (WRK-SUB-RUB) TO FD-EVF-RUBRICA.        00093300
            MOVE WRK-RUB-TIPO (WRK-SUB-RUB)   TO FD-EVF-TIPO.           00093400
            MOVE WRK-VALOR                    TO FD-EVF-VALOR.          00093500
            MOVE WRK-COMPETENCIA              TO FD-EVF-COMPET.         00093600
            WRITE FD-EVFOLHA.                                           00093700
            ADD 1 TO WRK-QTD-EVFOLHA.                                   00093800
                                                                        00093900
       2110-99-FIM.              EXIT.                                  00094000
      *-------------------------------------------------------------*   00094100
       3000-FINALIZAR                           SECTION.                00094200
      *-------------------------------------------------------------*   00094300
             CLOSE RUBRICAS FOLHA HOLERITE EVFOLHA.                     00094400
              DISPLAY ' ============================================'.  00094500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB50          '.  00094600
              DISPLAY ' ============================================'.  00094700
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00094800
              DISPLAY ' RUBRICAS NO CATALOGO.......' WRK-QTD-RUB.       00094900
              DISPLAY ' REGISTROS DO FOLHA.........' WRK-REGFOLHA.      00095000
              DISPLAY ' COMISSOES (PAGCOM).........' WRK-REGPAGCOM.     00095100
              DISPLAY ' ADIANTAMENTOS (ADTENT).....' WRK-REGADTENT.     00095200
              DISPLAY ' COPARTICIPACOES (COPARSAI).' WRK-REGCOPARSAI.   00095300
              DISPLAY ' EMPRESTIMOS (EMPDESC)......' WRK-REGEMPDESC.    00095400
              DISPLAY ' HORAS DE BANCO (BHPAGO)....' WRK-REGBHPAGO.     00095500
              DISPLAY ' RUBRICAS AVULSAS (EVENTOS).' WRK-REGEVENTOS.    00095533
              DISPLAY ' AVULSAS FORA DO CATALOGO...' WRK-QTD-FORACAT.   00095566
              DISPLAY ' EVENTOS INCLUIDOS..........' WRK-QTD-EVENTOS.   00095600
              DISPLAY ' EVENTOS SEM LUGAR NA TABELA' WRK-QTD-IGNORA.    00095700
              DISPLAY ' HOLERITES EMITIDOS.........' WRK-QTD-HOLERITE.  00095800
              DISPLAY ' SEM REGISTRO NO FOLHA......' WRK-QTD-SEMFOLHA.  00095900
              DISPLAY ' LINHAS NO EVFOLHA..........' WRK-QTD-EVFOLHA.   00096000
              DISPLAY ' TOTAL DE PROVENTOS.........' WRK-TOT-PROVENTOS. 00096100
              DISPLAY ' TOTAL DE DESCONTOS.........' WRK-TOT-DESCONTOS. 00096200
              DISPLAY ' TOTAL DE FGTS DO MES.......' WRK-TOT-FGTS.      00096300
              DISPLAY ' BASE INSS DIFERENTE DO BRUTO' WRK-QTD-DIVERGE.  00096400
              DISPLAY ' ============================================'.  00096500
              IF WRK-QTD-DIVERGE GREATER ZEROES                         00096600
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00096700
                 OR WRK-QTD-FORACAT GREATER ZEROES                      00096750
                 MOVE 4 TO RETURN-CODE                                  00096800
              END-IF.                                                   00096900
                                                                        00097000
       3000-99-FIM.              EXIT.                                  00097100
      *-------------------------------------------------------------*   00097200
       4000-TESTARSTATUS                            SECTION.            00097300
      *-------------------------------------------------------------*   00097400
                 PERFORM 4200-TESTARSTATUS-RUBRICAS.                    00097500
                 PERFORM 4100-TESTARSTATUS-FOLHA.                       00097600
                 IF WRK-FS-HOLERITE NOT EQUAL 00                        00097700
                   MOVE 'ERRO NO OPEN HOLERITE ' TO WRK-MSGERRO         00097800
                   MOVE '1000'                   TO WRK-SECAO           00097900
                   MOVE WRK-FS-HOLERITE          TO WRK-STATUS          00098000
                    PERFORM 9000-TRATAERROS                             00098100
                 END-IF.                                                00098200
                 IF WRK-FS-EVFOLHA NOT EQUAL 00                         00098300
                   MOVE 'ERRO NO OPEN EVFOLHA  ' TO WRK-MSGERRO         00098400
                   MOVE '1000'                   TO WRK-SECAO           00098500
                   MOVE WRK-FS-EVFOLHA           TO WRK-STATUS          00098600
                    PERFORM 9000-TRATAERROS                             00098700
                 END-IF.                                                00098800
                                                                        00098900
       4000-99-FIM.              EXIT.                                  00099000
      *-------------------------------------------------------------*   00099100
       4100-TESTARSTATUS-FOLHA                      SECTION.            00099200
      *-------------------------------------------------------------*   00099300
               IF WRK-FS-FOLHA NOT EQUAL 00                             00099400
                           AND WRK-FS-FOLHA NOT EQUAL 10                00099500
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00099600
                 MOVE '1200'                   TO WRK-SECAO             00099700
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00099800
                  PERFORM 9000-TRATAERROS                               00099900
               END-IF.                                                  00100000
                                                                        00100100
       4100-99-FIM.              EXIT.                                  00100200
      *-------------------------------------------------------------*   00100300
       4200-TESTARSTATUS-RUBRICAS                   SECTION.            00100400
      *-------------------------------------------------------------*   00100500
               IF WRK-FS-RUBRICAS NOT EQUAL 00                          00100600
                           AND WRK-FS-RUBRICAS NOT EQUAL 10             00100700
                 MOVE 'ERRO NO RUBRICAS      ' TO WRK-MSGERRO           00100800
                 MOVE '1100'                   TO WRK-SECAO             00100900
                 MOVE WRK-FS-RUBRICAS          TO WRK-STATUS            00101000
                  PERFORM 9000-TRATAERROS                               00101100
               END-IF.                                                  00101200
                                                                        00101300
       4200-99-FIM.              EXIT.                                  00101400
      *-------------------------------------------------------------*   00101500
       9000-TRATAERROS                              SECTION.            00101600
      *-------------------------------------------------------------*   00101700
           MOVE 'FR19DB50' TO WRK-PROGRAMA                              00101800
           MOVE 'E'        TO WRK-SEVERIDADE                            00101900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00102000
           GOBACK.                                                      00102100
                                                                        00102200
       9000-99-FIM.              EXIT.                                  00102300
