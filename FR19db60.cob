      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB60.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DESCONTO MENSAL DA PENSAO ALIMENTICIA NA FOLHA. *   00001200
      *    RODA DEPOIS DO FR19DB12 E ANTES DO FR19DB30 (O TETO DO   *   00001300
      *    CONSIGNADO E SOBRE O LIQUIDO JA SEM A PENSAO): CASA A    *   00001400
      *    FOLHA (POR ID) COM O MASTER PENSAO (MANTIDO PELO         *   00001500
      *    FR19DB59; PODE HAVER MAIS DE UM BENEFICIARIO POR ID) E   *   00001600
      *    CALCULA CADA PENSAO ATIVA PELA BASE DA DECISAO:          *   00001700
      *     B - PERCENTUAL DO BRUTO                                 *   00001800
      *     L - PERCENTUAL DO LIQUIDO LEGAL (BRUTO - INSS - IRRF DO *   00001900
      *         FR19DB12, ANTES DA PROPRIA PENSAO)                  *   00002000
      *     F - VALOR FIXO                                          *   00002100
      *    A SOMA DAS PENSOES NAO PASSA DO LIQUIDO DO MES; O QUE    *   00002200
      *    NAO COUBER SAI COMO PARCIAL NO RELATORIO (RC=4).         *   00002300
      *    A PENSAO JUDICIAL ABATE DA BASE DO IRRF: O IRRF E        *   00002400
      *    REFEITO COM AS FAIXAS DO FR19DB12 SOBRE BRUTO - INSS -   *   00002500
      *    DEPENDENTES - PENSAO, E O LIQUIDO FICA                   *   00002600
      *     LIQUIDO + IRRF ANTERIOR - IRRF NOVO - PENSAO            *   00002700
      *    SAIDAS:                                                  *   00002800
      *     FOLHAPA - A FOLHA REEMITIDA COM IRRF E LIQUIDO          *   00002900
      *               REFEITOS (MESMO LAYOUT; O RODAPE SAI COM O    *   00003000
      *               TOTAL LIQUIDO CORRIGIDO). E ELA QUE SEGUE     *   00003100
      *               PARA O FR19DB30 E O PAGAMENTO                 *   00003200
      *     PENPAG  - UM PAGAMENTO POR BENEFICIARIO, COM A CONTA,   *   00003300
      *               PARA O CREDITO DO FR19EX66                    *   00003400
      *     PENDESC - PENSAO DESCONTADA POR ID NO LAYOUT DO         *   00003500
      *               EVFOLHA (RUBRICA 0506, DESCONTO), PARA ENTRAR *   00003600
      *               NO EVENTOS DO HOLERITE FR19DB50 (A RUBRICA    *   00003700
      *               TEM DE CONSTAR NO CATALOGO RUBRICAS, COM      *   00003800
      *               INCIDENCIA DE IRRF)                           *   00003900
      *     RELPEN  - UMA LINHA POR BENEFICIARIO E O RESUMO DO      *   00004000
      *               FUNCIONARIO; PENSAO SEM CONTRACHEQUE NO MES   *   00004100
      *               SAI COMO AVISO (RC=4)                         *   00004200
      *    DEPENUNL (FR19DB23) E OPCIONAL, COMO NO FR19DB12.        *   00004300
      *-------------------------------------------------------------*   00004400
      *   ARQUIVOS...:                                              *   00004500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004600
      *    FOLHA                I                  -----------      *   00004700
      *    PENSAO               I                  -----------      *   00004800
      *    FAIXAS               I                  -----------      *   00004900
      *    DEPENUNL             I                  -----------      *   00005000
      *    FOLHAPA              O                  -----------      *   00005100
      *    PENPAG               O                  -----------      *   00005200
      *    PENDESC              O                  -----------      *   00005300
      *    RELPEN               O                  -----------      *   00005400
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
            SELECT FOLHA ASSIGN TO FOLHA                                00007200
                 FILE STATUS IS WRK-FS-FOLHA.                           00007300
                                                                        00007400
            SELECT PENSAO ASSIGN TO PENSAO                              00007500
                 FILE STATUS IS WRK-FS-PENSAO.                          00007600
                                                                        00007700
            SELECT FAIXAS ASSIGN TO FAIXAS                              00007800
                 FILE STATUS IS WRK-FS-FAIXAS.                          00007900
                                                                        00008000
            SELECT DEPENUNL ASSIGN TO DEPENUNL                          00008100
                 FILE STATUS IS WRK-FS-DEPENUNL.                        00008200
                                                                        00008300
            SELECT FOLHAPA ASSIGN TO FOLHAPA                            00008400
                 FILE STATUS IS WRK-FS-FOLHAPA.                         00008500
                                                                        00008600
            SELECT PENPAG ASSIGN TO PENPAG                              00008700
                 FILE STATUS IS WRK-FS-PENPAG.                          00008800
                                                                        00008900
            SELECT PENDESC ASSIGN TO PENDESC                            00009000
                 FILE STATUS IS WRK-FS-PENDESC.                         00009100
                                                                        00009200
            SELECT RELPEN ASSIGN TO RELPEN                              00009300
                 FILE STATUS IS WRK-FS-RELPEN.                          00009400
                                                                        00009500
      *=============================================================*   00009600
       DATA                                      DIVISION.              00009700
      *=============================================================*   00009800
       FILE                                      SECTION.               00009900
      *-------------------LRECL 89----------------------------------*   00010000
       FD FOLHA                                                         00010100
           RECORDING MODE IS F                                          00010200
           LABEL RECORD IS STANDARD                                     00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-FOLHA.                                                     00010500
          05 FD-FOL-ID           PIC 9(05).                             00010600
          05 FD-FOL-NOME         PIC X(30).                             00010700
          05 FD-FOL-SETOR        PIC X(04).                             00010800
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00010900
          05 FD-FOL-INSS         PIC 9(08)V99.                          00011000
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00011100
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00011200
          05 FILLER              PIC X(10).                             00011300
                                                                        00011400
      *-------------------LRECL 100---------------------------------*   00011500
       FD PENSAO                                                        00011600
           RECORDING MODE IS F                                          00011700
           LABEL RECORD IS STANDARD                                     00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-PENSAO.                                                    00012000
          05 FD-PEN-CHAVE.                                              00012100
             10 FD-PEN-IDFUNC   PIC 9(05).                              00012200
             10 FD-PEN-SEQ      PIC 9(02).                              00012300
          05 FD-PEN-NOME        PIC X(30).                              00012400
          05 FD-PEN-DOCUMENTO   PIC 9(14).                              00012500
          05 FD-PEN-BASE        PIC X(01).                              00012600
          05 FD-PEN-PERCENT     PIC 9(03)V99.                           00012700
          05 FD-PEN-VALOR       PIC 9(08)V99.                           00012800
          05 FD-PEN-AGENCIA     PIC X(04).                              00012900
          05 FD-PEN-CONTA       PIC X(04).                              00013000
          05 FD-PEN-BANCO       PIC X(03).                              00013100
          05 FD-PEN-CONTA-EXT   PIC X(12).                              00013200
          05 FD-PEN-STATUS      PIC X(01).                              00013300
          05 FILLER             PIC X(09).                              00013400
                                                                        00013500
      *-------------------LRECL 28----------------------------------*   00013600
       FD FAIXAS                                                        00013700
           RECORDING MODE IS F                                          00013800
           LABEL RECORD IS STANDARD                                     00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-FAIXAS.                                                    00014100
          05 FD-FAIXA-TIPO       PIC X(04).                             00014200
          05 FD-FAIXA-LIMITE     PIC 9(08)V99.                          00014300
          05 FD-FAIXA-ALIQUOTA   PIC 9(02)V99.                          00014400
          05 FD-FAIXA-DEDUZIR    PIC 9(08)V99.                          00014500
                                                                        00014600
      *-------------------LRECL 55----------------------------------*   00014700
       FD DEPENUNL                                                      00014800
           RECORDING MODE IS F                                          00014900
           LABEL RECORD IS STANDARD                                     00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-DEPENUNL.                                                  00015200
          05 FD-DEP-IDFUNC       PIC 9(05).                             00015300
          05 FD-DEP-NOMEDEP      PIC X(30).                             00015400
          05 FD-DEP-DATANASC     PIC X(10).                             00015500
          05 FD-DEP-PARENTESCO   PIC X(08).                             00015600
          05 FD-DEP-ELEGSAUDE    PIC X(01).                             00015700
          05 FD-DEP-ELEGIRRF     PIC X(01).                             00015800
                                                                        00015900
      *-------------------LRECL 89----------------------------------*   00016000
       FD FOLHAPA                                                       00016100
           RECORDING MODE IS F.                                         00016200
       01 FD-FOLHAPA             PIC X(89).                             00016300
                                                                        00016400
      *-------------------LRECL 100---------------------------------*   00016500
       FD PENPAG                                                        00016600
           RECORDING MODE IS F.                                         00016700
       01 FD-PENPAG.                                                    00016800
          05 FD-PPG-IDFUNC       PIC 9(05).                             00016900
          05 FD-PPG-SEQ          PIC 9(02).                             00017000
          05 FD-PPG-NOME         PIC X(30).                             00017100
          05 FD-PPG-DOCUMENTO    PIC 9(14).                             00017200
          05 FD-PPG-BANCO        PIC X(03).                             00017300
          05 FD-PPG-AGENCIA      PIC X(04).                             00017400
          05 FD-PPG-CONTA        PIC X(04).                             00017500
          05 FD-PPG-CONTA-EXT    PIC X(12).                             00017600
          05 FD-PPG-VALOR        PIC 9(08)V99.                          00017700
          05 FD-PPG-DATA         PIC 9(08).                             00017800
          05 FILLER              PIC X(08).                             00017900
                                                                        00018000
      *-------------------LRECL 30----------------------------------*   00018100
       FD PENDESC                                                       00018200
           RECORDING MODE IS F.                                         00018300
       01 FD-PENDESC.                                                   00018400
          05 FD-PDS-IDFUNC       PIC 9(05).                             00018500
          05 FD-PDS-RUBRICA      PIC 9(04).                             00018600
          05 FD-PDS-TIPO         PIC X(01).                             00018700
          05 FD-PDS-VALOR        PIC 9(08)V99.                          00018800
          05 FD-PDS-COMPET       PIC 9(06).                             00018900
          05 FILLER              PIC X(04).                             00019000
                                                                        00019100
      *-------------------LRECL 80----------------------------------*   00019200
       FD RELPEN                                                        00019300
           RECORDING MODE IS F.                                         00019400
       01 FD-RELPEN              PIC X(80).                             00019500
                                                                        00019600
      *=============================================================*   00019700
       WORKING-STORAGE                             SECTION.             00019800
      *=============================================================*   00019900
                                                                        00020000
       01 FILLER          PIC X(64) VALUE                               00020100
           '-----------BOOK LOGERROS------------------------'.          00020200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00020300
       COPY '#GLOG'.                                                    00020400
      *-------------------------------------------------------------*   00020500
                                                                        00020600
       01 FILLER          PIC X(64) VALUE                               00020700
           '-----------VARIAVEIS DE STATUS------------------'.          00020800
                                                                        00020900
       77 WRK-FS-FOLHA    PIC 9(02).                                    00021000
       77 WRK-FS-PENSAO   PIC 9(02).                                    00021100
       77 WRK-FS-FAIXAS   PIC 9(02).                                    00021200
       77 WRK-FS-DEPENUNL PIC 9(02).                                    00021300
       77 WRK-FS-FOLHAPA  PIC 9(02).                                    00021400
       77 WRK-FS-PENPAG   PIC 9(02).                                    00021500
       77 WRK-FS-PENDESC  PIC 9(02).                                    00021600
       77 WRK-FS-RELPEN   PIC 9(02).                                    00021700
                                                                        00021800
       01 FILLER          PIC X(64) VALUE                               00021900
           '-----------FAIXAS DE IRRF E DEPENDENTES---------'.          00022000
                                                                        00022100
       01 WRK-TAB-IRRF.                                                 00022200
          05 WRK-IRRF-LINHA      OCCURS 10 TIMES                        00022300
                                 INDEXED BY WRK-IRRF-IDX.               00022400
             10 WRK-IRRF-LIMITE     PIC 9(08)V99.                       00022500
             10 WRK-IRRF-ALIQUOTA   PIC 9(02)V99.                       00022600
             10 WRK-IRRF-DEDUZIR    PIC 9(08)V99.                       00022700
                                                                        00022800
       77 WRK-QTD-IRRF        PIC 9(02) COMP VALUE ZERO.                00022900
       77 WRK-SUB             PIC 9(02) COMP VALUE ZERO.                00023000
       77 WRK-VLR-DEDDEP      PIC 9(06)V99 VALUE ZEROES.                00023100
                                                                        00023200
      *----DEPENDENTES ELEGIVEIS AO IRRF POR ID (DEPENUNL)-----------*  00023300
       77 WRK-QTD-DEP         PIC 9(03) COMP VALUE ZERO.                00023400
       77 WRK-SUB-DEP         PIC 9(03) COMP VALUE ZERO.                00023500
       77 WRK-IDX-DEP         PIC 9(03) COMP VALUE ZERO.                00023600
       77 WRK-QTD-DEP-FUNC    PIC 9(02) VALUE ZEROES.                   00023700
       01 WRK-TAB-DEPEND.                                               00023800
          05 WRK-DEP-LINHA OCCURS 500 TIMES.                            00023900
             10 WRK-DEP-IDFUNC     PIC 9(05).                           00024000
             10 WRK-DEP-QTD        PIC 9(02).                           00024100
                                                                        00024200
       01 FILLER          PIC X(64) VALUE                               00024300
           '-----------CONTADORES E CONTROLES---------------'.          00024400
                                                                        00024500
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00024600
           88 WRK-FIM-FOLHA         VALUE 'S'.                          00024700
       77 WRK-SW-DADO-FOL PIC X(01) VALUE 'N'.                          00024800
           88 WRK-DADO-FOL-OK       VALUE 'S'.                          00024900
       77 WRK-SW-FAIXAS   PIC X(01) VALUE 'N'.                          00025000
           88 WRK-FIM-FAIXAS        VALUE 'S'.                          00025100
       77 WRK-SW-DEP      PIC X(01) VALUE 'N'.                          00025200
           88 WRK-FIM-DEPENUNL      VALUE 'S'.                          00025300
                                                                        00025400
       77 WRK-REGFOLHA    PIC 9(05) VALUE ZEROES.                       00025500
       77 WRK-QTD-FUNC-PEN PIC 9(05) VALUE ZEROES.                      00025600
       77 WRK-QTD-PAGTOS  PIC 9(05) VALUE ZEROES.                       00025700
       77 WRK-QTD-PARCIAL PIC 9(05) VALUE ZEROES.                       00025800
       77 WRK-QTD-SUSPENSA PIC 9(05) VALUE ZEROES.                      00025900
       77 WRK-QTD-SEMFOLHA PIC 9(05) VALUE ZEROES.                      00026000
       77 WRK-TOT-PENSAO  PIC 9(10)V99 VALUE ZEROES.                    00026100
       77 WRK-TOT-ECON-IRRF PIC 9(10)V99 VALUE ZEROES.                  00026200
       77 WRK-TOT-REDUCAO PIC 9(10)V99 VALUE ZEROES.                    00026300
                                                                        00026400
       77 WRK-COD-PENSAO  PIC 9(04) VALUE 0506.                         00026500
                                                                        00026600
      *-------PENSAO EM CALCULO--------------------------------------*  00026700
       77 WRK-ID-ATUAL    PIC 9(05) VALUE ZEROES.                       00026800
       77 WRK-BASE-LIQ    PIC S9(08)V99 VALUE ZEROES.                   00026900
       77 WRK-SALDO-DISP  PIC 9(08)V99 VALUE ZEROES.                    00027000
       77 WRK-VLR-DEVIDO  PIC 9(08)V99 VALUE ZEROES.                    00027100
       77 WRK-VLR-PENSAO  PIC 9(08)V99 VALUE ZEROES.                    00027200
       77 WRK-PENSAO-FUNC PIC 9(08)V99 VALUE ZEROES.                    00027300
       77 WRK-IRRF-ANT    PIC 9(08)V99 VALUE ZEROES.                    00027400
       77 WRK-IRRF-NOVO   PIC S9(08)V99 VALUE ZEROES.                   00027500
       77 WRK-BASE-IRRF   PIC S9(08)V99 VALUE ZEROES.                   00027600
       77 WRK-LIQUIDO-NOVO PIC S9(08)V99 VALUE ZEROES.                  00027700
       77 WRK-SITUACAO    PIC X(23) VALUE SPACES.                       00027800
                                                                        00027900
      *----RODAPE DA FOLHA (LAYOUT DO FR19DB12)-----------------------* 00028000
       01 WRK-FOLHA-TRL.                                                00028100
          05 WRK-TRL-TIPO       PIC X(09).                              00028200
          05 FILLER             PIC X(01).                              00028300
          05 WRK-TRL-REGGRAVA   PIC 9(05).                              00028400
          05 FILLER             PIC X(01).                              00028500
          05 WRK-TRL-BRUTO      PIC 9(10)V99.                           00028600
          05 FILLER             PIC X(01).                              00028700
          05 WRK-TRL-LIQUIDO    PIC 9(10)V99.                           00028800
          05 FILLER             PIC X(48).                              00028900
                                                                        00029000
       01 FILLER          PIC X(64) VALUE                               00029100
           '-----------LINHAS DO RELATORIO------------------'.          00029200
                                                                        00029300
       01 WRK-LINHA-TITULO.                                             00029400
          05 FILLER              PIC X(46) VALUE                        00029500
             'DESCONTO DE PENSAO ALIMENTICIA NA FOLHA       '.          00029600
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00029700
          05 WRK-TIT-DATA        PIC 9(08).                             00029800
          05 FILLER              PIC X(18) VALUE SPACES.                00029900
                                                                        00030000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00030100
                                                                        00030200
       01 WRK-LINHA-BENEF.                                              00030300
          05 WRK-BEN-IDFUNC      PIC 9(05).                             00030400
          05 FILLER              PIC X(01) VALUE '-'.                   00030500
          05 WRK-BEN-SEQ         PIC 9(02).                             00030600
          05 FILLER              PIC X(02) VALUE SPACES.                00030700
          05 WRK-BEN-NOME        PIC X(25).                             00030800
          05 FILLER              PIC X(02) VALUE SPACES.                00030900
          05 WRK-BEN-BASE        PIC X(01).                             00031000
          05 FILLER              PIC X(02) VALUE SPACES.                00031100
          05 WRK-BEN-VALOR       PIC ZZZZZZZ9,99.                       00031200
          05 FILLER              PIC X(02) VALUE SPACES.                00031300
          05 WRK-BEN-SITUACAO    PIC X(23).                             00031400
          05 FILLER              PIC X(04) VALUE SPACES.                00031500
                                                                        00031600
       01 WRK-LINHA-FUNC.                                               00031700
          05 FILLER              PIC X(08) VALUE '   FUNC '.            00031800
          05 WRK-FUN-IDFUNC      PIC 9(05).                             00031900
          05 FILLER              PIC X(08) VALUE ' PENSAO '.            00032000
          05 WRK-FUN-PENSAO      PIC ZZZZZZZ9,99.                       00032100
          05 FILLER              PIC X(06) VALUE ' IRRF '.              00032200
          05 WRK-FUN-IRRF-ANT    PIC ZZZZZZZ9,99.                       00032300
          05 FILLER              PIC X(03) VALUE ' > '.                 00032400
          05 WRK-FUN-IRRF-NOVO   PIC ZZZZZZZ9,99.                       00032500
          05 FILLER              PIC X(05) VALUE ' LIQ '.               00032600
          05 WRK-FUN-LIQUIDO     PIC ZZZZZZZ9,99.                       00032700
          05 FILLER              PIC X(01) VALUE SPACE.                 00032800
                                                                        00032900
      *=============================================================*   00033000
       PROCEDURE DIVISION.                                              00033100
      *=============================================================*   00033200
                                                                        00033300
      *-------------------------------------------------------------*   00033400
       0000-PRINCIPAL                           SECTION.                00033500
      *-------------------------------------------------------------*   00033600
                                                                        00033700
            PERFORM  1000-INICIAR.                                      00033800
                                                                        00033900
            PERFORM  1200-LER-FOLHA.                                    00034000
            PERFORM  1300-LER-PENSAO.                                   00034100
                                                                        00034200
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FOLHA                 00034300
                                      AND FD-PEN-IDFUNC EQUAL 99999.    00034400
                                                                        00034500
            PERFORM  3000-FINALIZAR.                                    00034600
                                                                        00034700
            STOP RUN.                                                   00034800
                                                                        00034900
      *-------------------------------------------------------------*   00035000
       1000-INICIAR                             SECTION.                00035100
      *-------------------------------------------------------------*   00035200
             OPEN INPUT  FOLHA PENSAO FAIXAS                            00035300
                  OUTPUT FOLHAPA PENPAG PENDESC RELPEN.                 00035400
                                                                        00035500
               PERFORM 4000-TESTARSTATUS.                               00035600
                                                                        00035700
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00035800
                                                                        00035900
               PERFORM 1100-CARREGAR-FAIXAS UNTIL WRK-FIM-FAIXAS.       00036000
               IF WRK-QTD-IRRF EQUAL ZERO                               00036100
                  DISPLAY ' ARQUIVO FAIXAS SEM FAIXAS DE IRRF'          00036200
                  MOVE 8 TO RETURN-CODE                                 00036300
                  STOP RUN                                              00036400
               END-IF.                                                  00036500
                                                                        00036600
      *----DEPENDENTES; SEM O ARQUIVO, SEM DEDUCAO POR DEPENDENTE---*   00036700
               OPEN INPUT DEPENUNL.                                     00036800
               IF WRK-FS-DEPENUNL NOT EQUAL 00                          00036900
                  DISPLAY ' SEM DEPENUNL (FS=' WRK-FS-DEPENUNL          00037000
                          ') - SEM DEDUCAO POR DEPENDENTE'              00037100
               ELSE                                                     00037200
                  PERFORM 1400-CARREGAR-DEPENDENTES                     00037300
                          UNTIL WRK-FIM-DEPENUNL                        00037400
                  CLOSE DEPENUNL                                        00037500
               END-IF.                                                  00037600
                                                                        00037700
               WRITE FD-RELPEN FROM WRK-LINHA-TRACO.                    00037800
               WRITE FD-RELPEN FROM WRK-LINHA-TITULO.                   00037900
               WRITE FD-RELPEN FROM WRK-LINHA-TRACO.                    00038000
                                                                        00038100
       1000-99-FIM.              EXIT.                                  00038200
      *-------------------------------------------------------------*   00038300
       1100-CARREGAR-FAIXAS                     SECTION.                00038400
      *-------------------------------------------------------------*   00038500
      *----SO INTERESSAM AS FAIXAS DE IRRF E A DEDUCAO POR----------*   00038600
      *----DEPENDENTE (DEDP); AS DE INSS NAO MUDAM COM A PENSAO-----*   00038700
            READ FAIXAS                                                 00038800
              AT END                                                    00038900
                MOVE 'S' TO WRK-SW-FAIXAS                               00039000
            END-READ.                                                   00039100
            PERFORM 4300-TESTARSTATUS-FAIXAS.                           00039200
            IF WRK-FS-FAIXAS EQUAL 00                                   00039300
               EVALUATE FD-FAIXA-TIPO                                   00039400
                WHEN 'IRRF'                                             00039500
                  IF WRK-QTD-IRRF LESS 10                               00039600
                     ADD 1 TO WRK-QTD-IRRF                              00039700
                     SET WRK-IRRF-IDX TO WRK-QTD-IRRF                   00039800
                     MOVE FD-FAIXA-LIMITE TO                            00039900
                          WRK-IRRF-LIMITE (WRK-IRRF-IDX)                00040000
                     MOVE FD-FAIXA-ALIQUOTA TO                          00040100
                          WRK-IRRF-ALIQUOTA (WRK-IRRF-IDX)              00040200
                     MOVE FD-FAIXA-DEDUZIR TO                           00040300
                          WRK-IRRF-DEDUZIR (WRK-IRRF-IDX)               00040400
                  END-IF                                                00040500
                WHEN 'DEDP'                                             00040600
                  MOVE FD-FAIXA-DEDUZIR TO WRK-VLR-DEDDEP               00040700
                WHEN OTHER                                              00040800
                  CONTINUE                                              00040900
               END-EVALUATE                                             00041000
            END-IF.                                                     00041100
                                                                        00041200
       1100-99-FIM.              EXIT.                                  00041300
      *-------------------------------------------------------------*   00041400
       1200-LER-FOLHA                           SECTION.                00041500
      *-------------------------------------------------------------*   00041600
      *----CABECALHO PASSA DIRETO PARA A FOLHA REEMITIDA; O RODAPE--*   00041700
      *----SAI COM O TOTAL LIQUIDO JA SEM AS PENSOES----------------*   00041800
             MOVE 'N' TO WRK-SW-DADO-FOL.                               00041900
             PERFORM 1210-LER-REG-FOLHA UNTIL WRK-DADO-FOL-OK.          00042000
       1200-99-FIM.              EXIT.                                  00042100
      *-------------------------------------------------------------*   00042200
       1210-LER-REG-FOLHA                       SECTION.                00042300
      *-------------------------------------------------------------*   00042400
             READ FOLHA                                                 00042500
               AT END                                                   00042600
                 MOVE 'S' TO WRK-SW-FIM-FOL                             00042700
                 MOVE 'S' TO WRK-SW-DADO-FOL                            00042800
                 MOVE 99999 TO FD-FOL-ID                                00042900
             END-READ.                                                  00043000
             PERFORM 4100-TESTARSTATUS-FOLHA.                           00043100
             IF WRK-FS-FOLHA EQUAL 00                                   00043200
                EVALUATE TRUE                                           00043300
                 WHEN FD-FOLHA (1:9) EQUAL 'CABECALHO'                  00043400
                   WRITE FD-FOLHAPA FROM FD-FOLHA                       00043500
                 WHEN FD-FOLHA (1:6) EQUAL 'RODAPE'                     00043600
                   MOVE FD-FOLHA TO WRK-FOLHA-TRL                       00043700
                   IF WRK-TRL-LIQUIDO IS NUMERIC                        00043800
                      AND WRK-TRL-LIQUIDO NOT LESS WRK-TOT-REDUCAO      00043900
                      SUBTRACT WRK-TOT-REDUCAO FROM WRK-TRL-LIQUIDO     00044000
                   END-IF                                               00044100
                   WRITE FD-FOLHAPA FROM WRK-FOLHA-TRL                  00044200
                 WHEN OTHER                                             00044300
                   ADD 1 TO WRK-REGFOLHA                                00044400
                   MOVE 'S' TO WRK-SW-DADO-FOL                          00044500
                END-EVALUATE                                            00044600
             END-IF.                                                    00044700
       1210-99-FIM.              EXIT.                                  00044800
      *-------------------------------------------------------------*   00044900
       1300-LER-PENSAO                          SECTION.                00045000
      *-------------------------------------------------------------*   00045100
             READ PENSAO                                                00045200
               AT END                                                   00045300
                 MOVE 99999 TO FD-PEN-IDFUNC                            00045400
                 MOVE 99    TO FD-PEN-SEQ                               00045500
             END-READ.                                                  00045600
             PERFORM 4200-TESTARSTATUS-PENSAO.                          00045700
       1300-99-FIM.              EXIT.                                  00045800
      *-------------------------------------------------------------*   00045900
       1400-CARREGAR-DEPENDENTES                SECTION.                00046000
      *-------------------------------------------------------------*   00046100
            READ DEPENUNL                                               00046200
              AT END                                                    00046300
                MOVE 'S' TO WRK-SW-DEP                                  00046400
              NOT AT END                                                00046500
                IF FD-DEPENUNL (1:9) NOT EQUAL 'CABECALHO'              00046600
                   AND FD-DEPENUNL (1:6) NOT EQUAL 'RODAPE'             00046700
                   AND FD-DEP-ELEGIRRF EQUAL 'S'                        00046800
                   PERFORM 1410-SOMAR-DEPENDENTE                        00046900
                END-IF                                                  00047000
            END-READ.                                                   00047100
       1400-99-FIM.              EXIT.                                  00047200
      *-------------------------------------------------------------*   00047300
       1410-SOMAR-DEPENDENTE                    SECTION.                00047400
      *-------------------------------------------------------------*   00047500
            MOVE ZERO TO WRK-IDX-DEP.                                   00047600
            MOVE 1 TO WRK-SUB-DEP.                                      00047700
            PERFORM 1420-LOCALIZAR-DEPENDENTE                           00047800
                    UNTIL WRK-SUB-DEP GREATER WRK-QTD-DEP               00047900
                       OR WRK-IDX-DEP GREATER ZERO.                     00048000
            IF WRK-IDX-DEP GREATER ZERO                                 00048100
               ADD 1 TO WRK-DEP-QTD (WRK-IDX-DEP)                       00048200
            ELSE                                                        00048300
               IF WRK-QTD-DEP LESS 500                                  00048400
                  ADD 1 TO WRK-QTD-DEP                                  00048500
                  MOVE FD-DEP-IDFUNC TO                                 00048600
                       WRK-DEP-IDFUNC (WRK-QTD-DEP)                     00048700
                  MOVE 1 TO WRK-DEP-QTD (WRK-QTD-DEP)                   00048800
               ELSE                                                     00048900
                  DISPLAY ' TABELA DE DEPENDENTES ESGOTADA (500)'       00049000
               END-IF                                                   00049100
            END-IF.                                                     00049200
       1410-99-FIM.              EXIT.                                  00049300
      *-------------------------------------------------------------*   00049400
       1420-LOCALIZAR-DEPENDENTE                SECTION.                00049500
      *-------------------------------------------------------------*   00049600
            IF WRK-DEP-IDFUNC (WRK-SUB-DEP) EQUAL FD-DEP-IDFUNC         00049700
               MOVE WRK-SUB-DEP TO WRK-IDX-DEP                          00049800
            END-IF.                                                     00049900
            ADD 1 TO WRK-SUB-DEP.                                       00050000
       1420-99-FIM.              EXIT.                                  00050100
      *-------------------------------------------------------------*   00050200
       1450-CONTAR-DEPENDENTES                  SECTION.                00050300
      *-------------------------------------------------------------*   00050400
            MOVE ZEROES TO WRK-QTD-DEP-FUNC.                            00050500
            MOVE ZERO TO WRK-IDX-DEP.                                   00050600
            MOVE 1 TO WRK-SUB-DEP.                                      00050700
            PERFORM 1460-PROCURAR-FUNC-DEP                              00050800
                    UNTIL WRK-SUB-DEP GREATER WRK-QTD-DEP               00050900
                       OR WRK-IDX-DEP GREATER ZERO.                     00051000
            IF WRK-IDX-DEP GREATER ZERO                                 00051100
               MOVE WRK-DEP-QTD (WRK-IDX-DEP) TO WRK-QTD-DEP-FUNC       00051200
            END-IF.                                                     00051300
       1450-99-FIM.              EXIT.                                  00051400
      *-------------------------------------------------------------*   00051500
       1460-PROCURAR-FUNC-DEP                   SECTION.                00051600
      *-------------------------------------------------------------*   00051700
            IF WRK-DEP-IDFUNC (WRK-SUB-DEP) EQUAL FD-FOL-ID             00051800
               MOVE WRK-SUB-DEP TO WRK-IDX-DEP                          00051900
            END-IF.                                                     00052000
            ADD 1 TO WRK-SUB-DEP.                                       00052100
       1460-99-FIM.              EXIT.                                  00052200
      *-------------------------------------------------------------*   00052300
       2000-PROCESSAR                           SECTION.                00052400
      *-------------------------------------------------------------*   00052500
            EVALUATE TRUE                                               00052600
             WHEN FD-FOL-ID LESS FD-PEN-IDFUNC                          00052700
      *-------CONTRACHEQUE SEM PENSAO: PASSA INTOCADO---------------*   00052800
               WRITE FD-FOLHAPA FROM FD-FOLHA                           00052900
               PERFORM 1200-LER-FOLHA                                   00053000
             WHEN FD-FOL-ID EQUAL FD-PEN-IDFUNC                         00053100
                  AND FD-FOL-ID NOT EQUAL 99999                         00053200
               PERFORM 2100-DESCONTAR                                   00053300
               PERFORM 1200-LER-FOLHA                                   00053400
             WHEN OTHER                                                 00053500
      *-------PENSAO SEM CONTRACHEQUE NO MES: SO AVISA--------------*   00053600
               PERFORM 2300-PENSAO-SEM-FOLHA                            00053700
               PERFORM 1300-LER-PENSAO                                  00053800
            END-EVALUATE.                                               00053900
                                                                        00054000
       2000-99-FIM.              EXIT.                                  00054100
      *-------------------------------------------------------------*   00054200
       2100-DESCONTAR                           SECTION.                00054300
      *-------------------------------------------------------------*   00054400
      *----TODAS AS PENSOES DO ID; O LIQUIDO DO MES E O LIMITE------*   00054500
      *----DA SOMA DELAS---------------------------------------------*  00054600
            MOVE FD-FOL-ID      TO WRK-ID-ATUAL.                        00054700
            MOVE ZEROES         TO WRK-PENSAO-FUNC.                     00054800
            MOVE FD-FOL-IRRF    TO WRK-IRRF-ANT.                        00054900
            MOVE FD-FOL-LIQUIDO TO WRK-SALDO-DISP.                      00055000
            COMPUTE WRK-BASE-LIQ =                                      00055100
                    FD-FOL-BRUTO - FD-FOL-INSS - FD-FOL-IRRF.           00055200
            IF WRK-BASE-LIQ LESS ZEROES                                 00055300
               MOVE ZEROES TO WRK-BASE-LIQ                              00055400
            END-IF.                                                     00055500
                                                                        00055600
            PERFORM 2110-CALCULAR-BENEFICIARIO                          00055700
                    UNTIL FD-PEN-IDFUNC NOT EQUAL WRK-ID-ATUAL.         00055800
                                                                        00055900
            IF WRK-PENSAO-FUNC GREATER ZEROES                           00056000
               PERFORM 2200-CALCULAR-IRRF                               00056100
               COMPUTE WRK-LIQUIDO-NOVO =                               00056200
                       FD-FOL-LIQUIDO + WRK-IRRF-ANT                    00056300
                     - WRK-IRRF-NOVO - WRK-PENSAO-FUNC                  00056400
               IF WRK-LIQUIDO-NOVO LESS ZEROES                          00056500
                  MOVE ZEROES TO WRK-LIQUIDO-NOVO                       00056600
               END-IF                                                   00056700
               COMPUTE WRK-TOT-REDUCAO = WRK-TOT-REDUCAO                00056800
                     + FD-FOL-LIQUIDO - WRK-LIQUIDO-NOVO                00056900
               COMPUTE WRK-TOT-ECON-IRRF = WRK-TOT-ECON-IRRF            00057000
                     + WRK-IRRF-ANT - WRK-IRRF-NOVO                     00057100
               MOVE WRK-IRRF-NOVO    TO FD-FOL-IRRF                     00057200
               MOVE WRK-LIQUIDO-NOVO TO FD-FOL-LIQUIDO                  00057300
               ADD 1 TO WRK-QTD-FUNC-PEN                                00057400
                                                                        00057500
               MOVE FD-FOL-ID         TO FD-PDS-IDFUNC                  00057600
               MOVE WRK-COD-PENSAO    TO FD-PDS-RUBRICA                 00057700
               MOVE 'D'               TO FD-PDS-TIPO                    00057800
               MOVE WRK-PENSAO-FUNC   TO FD-PDS-VALOR                   00057900
               MOVE WRK-TIT-DATA (1:6) TO FD-PDS-COMPET                 00058000
               WRITE FD-PENDESC                                         00058100
                                                                        00058200
               PERFORM 2900-LISTAR-FUNCIONARIO                          00058300
            END-IF.                                                     00058400
                                                                        00058500
            WRITE FD-FOLHAPA FROM FD-FOLHA.                             00058600
                                                                        00058700
       2100-99-FIM.              EXIT.                                  00058800
      *-------------------------------------------------------------*   00058900
       2110-CALCULAR-BENEFICIARIO               SECTION.                00059000
      *-------------------------------------------------------------*   00059100
            MOVE ZEROES TO WRK-VLR-PENSAO.                              00059200
            IF FD-PEN-STATUS EQUAL 'A'                                  00059300
               PERFORM 2120-APURAR-VALOR                                00059400
            ELSE                                                        00059500
               MOVE 'SUSPENSA' TO WRK-SITUACAO                          00059600
               ADD 1 TO WRK-QTD-SUSPENSA                                00059700
            END-IF.                                                     00059800
            PERFORM 2910-LISTAR-BENEFICIARIO.                           00059900
            PERFORM 1300-LER-PENSAO.                                    00060000
                                                                        00060100
       2110-99-FIM.              EXIT.                                  00060200
      *-------------------------------------------------------------*   00060300
       2120-APURAR-VALOR                        SECTION.                00060400
      *-------------------------------------------------------------*   00060500
            EVALUATE FD-PEN-BASE                                        00060600
              WHEN 'B'                                                  00060700
                COMPUTE WRK-VLR-DEVIDO ROUNDED =                        00060800
                        FD-FOL-BRUTO * FD-PEN-PERCENT / 100             00060900
              WHEN 'L'                                                  00061000
                COMPUTE WRK-VLR-DEVIDO ROUNDED =                        00061100
                        WRK-BASE-LIQ * FD-PEN-PERCENT / 100             00061200
              WHEN OTHER                                                00061300
                MOVE FD-PEN-VALOR TO WRK-VLR-DEVIDO                     00061400
            END-EVALUATE.                                               00061500
                                                                        00061600
            IF WRK-VLR-DEVIDO GREATER WRK-SALDO-DISP                    00061700
               MOVE WRK-SALDO-DISP TO WRK-VLR-PENSAO                    00061800
               MOVE 'PARCIAL-LIMITE LIQUIDO' TO WRK-SITUACAO            00061900
               ADD 1 TO WRK-QTD-PARCIAL                                 00062000
            ELSE                                                        00062100
               MOVE WRK-VLR-DEVIDO TO WRK-VLR-PENSAO                    00062200
               MOVE 'DESCONTADA' TO WRK-SITUACAO                        00062300
            END-IF.                                                     00062400
                                                                        00062500
            SUBTRACT WRK-VLR-PENSAO FROM WRK-SALDO-DISP.                00062600
            ADD WRK-VLR-PENSAO TO WRK-PENSAO-FUNC.                      00062700
            ADD WRK-VLR-PENSAO TO WRK-TOT-PENSAO.                       00062800
                                                                        00062900
            IF WRK-VLR-PENSAO GREATER ZEROES                            00063000
               MOVE FD-PEN-IDFUNC     TO FD-PPG-IDFUNC                  00063100
               MOVE FD-PEN-SEQ        TO FD-PPG-SEQ                     00063200
               MOVE FD-PEN-NOME       TO FD-PPG-NOME                    00063300
               MOVE FD-PEN-DOCUMENTO  TO FD-PPG-DOCUMENTO               00063400
               MOVE FD-PEN-BANCO      TO FD-PPG-BANCO                   00063500
               MOVE FD-PEN-AGENCIA    TO FD-PPG-AGENCIA                 00063600
               MOVE FD-PEN-CONTA      TO FD-PPG-CONTA                   00063700
               MOVE FD-PEN-CONTA-EXT  TO FD-PPG-CONTA-EXT               00063800
               MOVE WRK-VLR-PENSAO    TO FD-PPG-VALOR                   00063900
               MOVE WRK-TIT-DATA      TO FD-PPG-DATA                    00064000
               WRITE FD-PENPAG                                          00064100
               ADD 1 TO WRK-QTD-PAGTOS                                  00064200
            END-IF.                                                     00064300
                                                                        00064400
       2120-99-FIM.              EXIT.                                  00064500
      *-------------------------------------------------------------*   00064600
       2200-CALCULAR-IRRF                       SECTION.                00064700
      *-------------------------------------------------------------*   00064800
      *----MESMA TABELA DO FR19DB12, COM A PENSAO FORA DA BASE; A----*  00064900
      *----PENSAO SO PODE REDUZIR O IMPOSTO JA CALCULADO-------------*  00065000
            PERFORM 1450-CONTAR-DEPENDENTES.                            00065100
            COMPUTE WRK-BASE-IRRF =                                     00065200
                    FD-FOL-BRUTO - FD-FOL-INSS                          00065300
                  - (WRK-QTD-DEP-FUNC * WRK-VLR-DEDDEP)                 00065400
                  - WRK-PENSAO-FUNC.                                    00065500
            IF WRK-BASE-IRRF LESS ZEROES                                00065600
               MOVE ZEROES TO WRK-BASE-IRRF                             00065700
            END-IF.                                                     00065800
            MOVE ZEROES TO WRK-IRRF-NOVO.                               00065900
            MOVE 1 TO WRK-SUB.                                          00066000
            PERFORM 2210-LOCALIZAR-FAIXA-IRRF                           00066100
                    UNTIL WRK-SUB GREATER WRK-QTD-IRRF.                 00066200
            IF WRK-IRRF-NOVO GREATER WRK-IRRF-ANT                       00066300
               MOVE WRK-IRRF-ANT TO WRK-IRRF-NOVO                       00066400
            END-IF.                                                     00066500
                                                                        00066600
       2200-99-FIM.              EXIT.                                  00066700
      *-------------------------------------------------------------*   00066800
       2210-LOCALIZAR-FAIXA-IRRF                SECTION.                00066900
      *-------------------------------------------------------------*   00067000
            SET WRK-IRRF-IDX TO WRK-SUB.                                00067100
            IF WRK-BASE-IRRF LESS OR EQUAL                              00067200
                             WRK-IRRF-LIMITE (WRK-IRRF-IDX)             00067300
               COMPUTE WRK-IRRF-NOVO =                                  00067400
                       (WRK-BASE-IRRF *                                 00067500
                        WRK-IRRF-ALIQUOTA (WRK-IRRF-IDX) / 100)         00067600
                       - WRK-IRRF-DEDUZIR (WRK-IRRF-IDX)                00067700
               IF WRK-IRRF-NOVO LESS ZEROES                             00067800
                  MOVE ZEROES TO WRK-IRRF-NOVO                          00067900
               END-IF                                                   00068000
               MOVE WRK-QTD-IRRF TO WRK-SUB                             00068100
            END-IF.                                                     00068200
            ADD 1 TO WRK-SUB.                                           00068300
                                                                        00068400
       2210-99-FIM.              EXIT.                                  00068500
      *-------------------------------------------------------------*   00068600
       2300-PENSAO-SEM-FOLHA                    SECTION.                00068700
      *-------------------------------------------------------------*   00068800
            MOVE ZEROES TO WRK-VLR-PENSAO.                              00068900
            IF FD-PEN-STATUS EQUAL 'A'                                  00069000
               MOVE 'SEM CONTRACHEQUE NO MES' TO WRK-SITUACAO           00069100
               ADD 1 TO WRK-QTD-SEMFOLHA                                00069200
            ELSE                                                        00069300
               MOVE 'SUSPENSA' TO WRK-SITUACAO                          00069400
               ADD 1 TO WRK-QTD-SUSPENSA                                00069500
            END-IF.                                                     00069600
            PERFORM 2910-LISTAR-BENEFICIARIO.                           00069700
                                                                        00069800
       2300-99-FIM.              EXIT.                                  00069900
      *-------------------------------------------------------------*   00070000
       2900-LISTAR-FUNCIONARIO                  SECTION.                00070100
      *-------------------------------------------------------------*   00070200
            MOVE WRK-ID-ATUAL     TO WRK-FUN-IDFUNC.                    00070300
            MOVE WRK-PENSAO-FUNC  TO WRK-FUN-PENSAO.                    00070400
            MOVE WRK-IRRF-ANT     TO WRK-FUN-IRRF-ANT.                  00070500
            MOVE WRK-IRRF-NOVO    TO WRK-FUN-IRRF-NOVO.                 00070600
            MOVE WRK-LIQUIDO-NOVO TO WRK-FUN-LIQUIDO.                   00070700
            WRITE FD-RELPEN FROM WRK-LINHA-FUNC.                        00070800
       2900-99-FIM.              EXIT.                                  00070900
      *-------------------------------------------------------------*   00071000
       2910-LISTAR-BENEFICIARIO                 SECTION.                00071100
      *-------------------------------------------------------------*   00071200
            MOVE FD-PEN-IDFUNC   TO WRK-BEN-IDFUNC.                     00071300
            MOVE FD-PEN-SEQ      TO WRK-BEN-SEQ.                        00071400
            MOVE FD-PEN-NOME     TO WRK-BEN-NOME.                       00071500
            MOVE FD-PEN-BASE     TO WRK-BEN-BASE.                       00071600
            MOVE WRK-VLR-PENSAO  TO WRK-BEN-VALOR.                      00071700
            MOVE WRK-SITUACAO    TO WRK-BEN-SITUACAO.                   00071800
            WRITE FD-RELPEN FROM WRK-LINHA-BENEF.                       00071900
       2910-99-FIM.              EXIT.                                  00072000
      *-------------------------------------------------------------*   00072100
       3000-FINALIZAR                           SECTION.                00072200
      *-------------------------------------------------------------*   00072300
             WRITE FD-RELPEN FROM WRK-LINHA-TRACO.                      00072400
                                                                        00072500
             CLOSE FOLHA PENSAO FAIXAS FOLHAPA PENPAG PENDESC RELPEN.   00072600
               PERFORM 4000-TESTARSTATUS.                               00072700
              DISPLAY ' ============================================'.  00072800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB60          '.  00072900
              DISPLAY ' ============================================'.  00073000
              DISPLAY ' CONTRACHEQUES LIDOS........' WRK-REGFOLHA.      00073100
              DISPLAY ' FUNCIONARIOS COM PENSAO....' WRK-QTD-FUNC-PEN.  00073200
              DISPLAY ' PAGAMENTOS A BENEFICIARIOS.' WRK-QTD-PAGTOS.    00073300
              DISPLAY ' PARCIAIS (LIMITE LIQUIDO)..' WRK-QTD-PARCIAL.   00073400
              DISPLAY ' PENSOES SUSPENSAS..........' WRK-QTD-SUSPENSA.  00073500
              DISPLAY ' PENSOES SEM CONTRACHEQUE...' WRK-QTD-SEMFOLHA.  00073600
              DISPLAY ' TOTAL DESCONTADO...........' WRK-TOT-PENSAO.    00073700
              DISPLAY ' REDUCAO DO IRRF............' WRK-TOT-ECON-IRRF. 00073800
              DISPLAY ' ============================================'.  00073900
              IF WRK-QTD-PARCIAL GREATER ZEROES                         00074000
                 OR WRK-QTD-SEMFOLHA GREATER ZEROES                     00074100
                 MOVE 4 TO RETURN-CODE                                  00074200
              END-IF.                                                   00074300
                                                                        00074400
       3000-99-FIM.              EXIT.                                  00074500
      *-------------------------------------------------------------*   00074600
       4000-TESTARSTATUS                            SECTION.            00074700
      *-------------------------------------------------------------*   00074800
                 PERFORM 4100-TESTARSTATUS-FOLHA.                       00074900
                 PERFORM 4200-TESTARSTATUS-PENSAO.                      00075000
                 PERFORM 4300-TESTARSTATUS-FAIXAS.                      00075100
                 IF WRK-FS-FOLHAPA NOT EQUAL 00                         00075200
                   MOVE 'ERRO NO OPEN FOLHAPA  ' TO WRK-MSGERRO         00075300
                   MOVE '1000'                   TO WRK-SECAO           00075400
                   MOVE WRK-FS-FOLHAPA           TO WRK-STATUS          00075500
                    PERFORM 9000-TRATAERROS                             00075600
                 END-IF.                                                00075700
                 IF WRK-FS-PENPAG NOT EQUAL 00                          00075800
                   MOVE 'ERRO NO OPEN PENPAG   ' TO WRK-MSGERRO         00075900
                   MOVE '1000'                   TO WRK-SECAO           00076000
                   MOVE WRK-FS-PENPAG            TO WRK-STATUS          00076100
                    PERFORM 9000-TRATAERROS                             00076200
                 END-IF.                                                00076300
                 IF WRK-FS-PENDESC NOT EQUAL 00                         00076400
                   MOVE 'ERRO NO OPEN PENDESC  ' TO WRK-MSGERRO         00076500
                   MOVE '1000'                   TO WRK-SECAO           00076600
                   MOVE WRK-FS-PENDESC           TO WRK-STATUS          00076700
                    PERFORM 9000-TRATAERROS                             00076800
                 END-IF.                                                00076900
                 IF WRK-FS-RELPEN NOT EQUAL 00                          00077000
                   MOVE 'ERRO NO OPEN RELPEN   ' TO WRK-MSGERRO         00077100
                   MOVE '1000'                   TO WRK-SECAO           00077200
                   MOVE WRK-FS-RELPEN            TO WRK-STATUS          00077300
                    PERFORM 9000-TRATAERROS                             00077400
                 END-IF.                                                00077500
                                                                        00077600
       4000-99-FIM.              EXIT.                                  00077700
      *-------------------------------------------------------------*   00077800
       4100-TESTARSTATUS-FOLHA                      SECTION.            00077900
      *-------------------------------------------------------------*   00078000
               IF WRK-FS-FOLHA NOT EQUAL 00                             00078100
                           AND WRK-FS-FOLHA NOT EQUAL 10                00078200
                 MOVE 'ERRO NO FOLHA         ' TO WRK-MSGERRO           00078300
                 MOVE '1200'                   TO WRK-SECAO             00078400
                 MOVE WRK-FS-FOLHA             TO WRK-STATUS            00078500
                  PERFORM 9000-TRATAERROS                               00078600
               END-IF.                                                  00078700
                                                                        00078800
       4100-99-FIM.              EXIT.                                  00078900
      *-------------------------------------------------------------*   00079000
       4200-TESTARSTATUS-PENSAO                     SECTION.            00079100
      *-------------------------------------------------------------*   00079200
               IF WRK-FS-PENSAO NOT EQUAL 00                            00079300
                           AND WRK-FS-PENSAO NOT EQUAL 10               00079400
                 MOVE 'ERRO NO PENSAO        ' TO WRK-MSGERRO           00079500
                 MOVE '1300'                   TO WRK-SECAO             00079600
                 MOVE WRK-FS-PENSAO            TO WRK-STATUS            00079700
                  PERFORM 9000-TRATAERROS                               00079800
               END-IF.                                                  00079900
                                                                        00080000
       4200-99-FIM.              EXIT.                                  00080100
      *-------------------------------------------------------------*   00080200
       4300-TESTARSTATUS-FAIXAS                     SECTION.            00080300
      *-------------------------------------------------------------*   00080400
               IF WRK-FS-FAIXAS NOT EQUAL 00                            00080500
                           AND WRK-FS-FAIXAS NOT EQUAL 10               00080600
                 MOVE 'ERRO NO FAIXAS        ' TO WRK-MSGERRO           00080700
                 MOVE '1100'                   TO WRK-SECAO             00080800
                 MOVE WRK-FS-FAIXAS            TO WRK-STATUS            00080900
                  PERFORM 9000-TRATAERROS                               00081000
               END-IF.                                                  00081100
                                                                        00081200
       4300-99-FIM.              EXIT.                                  00081300
      *-------------------------------------------------------------*   00081400
       9000-TRATAERROS                              SECTION.            00081500
      *-------------------------------------------------------------*   00081600
           MOVE 'FR19DB60' TO WRK-PROGRAMA                              00081700
           MOVE 'E'        TO WRK-SEVERIDADE                            00081800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00081900
           GOBACK.                                                      00082000
                                                                        00082100
       9000-99-FIM.              EXIT.                                  00082200
