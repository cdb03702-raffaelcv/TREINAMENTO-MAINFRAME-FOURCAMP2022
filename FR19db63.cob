      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB63.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MOVIMENTACAO MENSAL DE ADESOES PARA A OPERADORA *   00001200
      *    DE BENEFICIOS - A OPERADORA SO COBRA CERTO SE FOR        *   00001300
      *    AVISADA DE CADA MUDANCA. COMPARA AS DESCARGAS DO MES     *   00001400
      *    (BENEFUNL E DEPENUNL DO FR19DB23) COM AS DO MES          *   00001500
      *    ANTERIOR (BENEANT E DEPEANT, GERACAO ANTERIOR) E GRAVA   *   00001600
      *    O MOVOPER:                                               *   00001700
      *     TITULAR (UM POR ADESAO DE IVAN.BENEF)                   *   00001800
      *      I - INCLUSAO: ADESAO NOVA DE FUNCIONARIO ATIVO         *   00001900
      *      A - ALTERACAO: TROCA DE PLANO MEDICO OU DENTAL         *   00002000
      *      E - EXCLUSAO: FUNCIONARIO DESLIGADO (STATUS D NO       *   00002100
      *          FUNCUNL; VIGENCIA = DATA DE DEMISSAO) OU ADESAO    *   00002200
      *          CANCELADA (VIGENCIA = INICIO DA COMPETENCIA)       *   00002300
      *     DEPENDENTE (ELEGIVEL A SAUDE - ELEGSAUDE S - DE TITULAR *   00002400
      *     COBERTO)                                                *   00002500
      *      I - INCLUSAO: PASSOU A SER ELEGIVEL OU O TITULAR       *   00002600
      *          ADERIU                                             *   00002700
      *      E - EXCLUSAO: PERDEU A ELEGIBILIDADE, SAIU DO          *   00002800
      *          CADASTRO OU O TITULAR FOI EXCLUIDO (MESMA          *   00002900
      *          VIGENCIA DO TITULAR)                               *   00003000
      *    DESLIGADO COM DEMISSAO ANTERIOR A COMPETENCIA JA FOI     *   00003100
      *    EXCLUIDO NO MES DELE E NAO GERA NOVO MOVIMENTO.          *   00003200
      *    CADA MOVIMENTO LEVA UM NUMERO SEQUENCIAL, DEVOLVIDO PELA *   00003300
      *    OPERADORA NO ARQUIVO DE RETORNO CONFERIDO PELO FR19DB64. *   00003400
      *    ADESAO SEM FUNCIONARIO NO FUNCUNL SAI NO RELATORIO       *   00003500
      *    (RC=4).                                                  *   00003600
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES CORRENTE)  *   00003700
      *    COM 10 DE FILLER.                                        *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    BENEANT              I                  -----------      *   00004200
      *    BENEFUNL             I                  -----------      *   00004300
      *    DEPEANT              I                  -----------      *   00004400
      *    DEPENUNL             I                  -----------      *   00004500
      *    FUNCUNL              I                  -----------      *   00004600
      *    MOVOPER              O                  -----------      *   00004700
      *    RELMOVOP             O                  -----------      *   00004800
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
            SELECT BENEANT ASSIGN TO BENEANT                            00006600
                 FILE STATUS IS WRK-FS-BENEANT.                         00006700
                                                                        00006800
            SELECT BENEFUNL ASSIGN TO BENEFUNL                          00006900
                 FILE STATUS IS WRK-FS-BENEFUNL.                        00007000
                                                                        00007100
            SELECT DEPEANT ASSIGN TO DEPEANT                            00007200
                 FILE STATUS IS WRK-FS-DEPEANT.                         00007300
                                                                        00007400
            SELECT DEPENUNL ASSIGN TO DEPENUNL                          00007500
                 FILE STATUS IS WRK-FS-DEPENUNL.                        00007600
                                                                        00007700
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007800
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007900
                                                                        00008000
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008100
                                                                        00008200
            SELECT MOVOPER ASSIGN TO MOVOPER                            00008300
                 FILE STATUS IS WRK-FS-MOVOPER.                         00008400
                                                                        00008500
            SELECT RELMOVOP ASSIGN TO RELMOVOP                          00008600
                 FILE STATUS IS WRK-FS-RELMOVOP.                        00008700
                                                                        00008800
      *=============================================================*   00008900
       DATA                                      DIVISION.              00009000
      *=============================================================*   00009100
       FILE                                      SECTION.               00009200
      *-------------------LRECL 28----------------------------------*   00009300
       FD BENEANT                                                       00009400
           RECORDING MODE IS F                                          00009500
           LABEL RECORD IS STANDARD                                     00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-BENEANT.                                                   00009800
          05 FD-BA-IDFUNC       PIC 9(05).                              00009900
          05 FD-BA-PLANMED      PIC X(10).                              00010000
          05 FD-BA-PLANDENT     PIC X(10).                              00010100
          05 FD-BA-COTAS        PIC 9(03).                              00010200
                                                                        00010300
      *-------------------LRECL 28----------------------------------*   00010400
       FD BENEFUNL                                                      00010500
           RECORDING MODE IS F                                          00010600
           LABEL RECORD IS STANDARD                                     00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-BENEFUNL.                                                  00010900
          05 FD-UB-IDFUNC       PIC 9(05).                              00011000
          05 FD-UB-PLANMED      PIC X(10).                              00011100
          05 FD-UB-PLANDENT     PIC X(10).                              00011200
          05 FD-UB-COTAS        PIC 9(03).                              00011300
                                                                        00011400
      *-------------------LRECL 55----------------------------------*   00011500
       FD DEPEANT                                                       00011600
           RECORDING MODE IS F                                          00011700
           LABEL RECORD IS STANDARD                                     00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-DEPEANT.                                                   00012000
          05 FD-DA-CHAVE.                                               00012100
             10 FD-DA-IDFUNC    PIC 9(05).                              00012200
             10 FD-DA-NOMEDEP   PIC X(30).                              00012300
          05 FD-DA-DATANASC     PIC X(10).                              00012400
          05 FD-DA-PARENTESCO   PIC X(08).                              00012500
          05 FD-DA-ELEGSAUDE    PIC X(01).                              00012600
          05 FD-DA-ELEGIRRF     PIC X(01).                              00012700
                                                                        00012800
      *-------------------LRECL 55----------------------------------*   00012900
       FD DEPENUNL                                                      00013000
           RECORDING MODE IS F                                          00013100
           LABEL RECORD IS STANDARD                                     00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-DEPENUNL.                                                  00013400
          05 FD-DEP-CHAVE.                                              00013500
             10 FD-DEP-IDFUNC   PIC 9(05).                              00013600
             10 FD-DEP-NOMEDEP  PIC X(30).                              00013700
          05 FD-DEP-DATANASC    PIC X(10).                              00013800
          05 FD-DEP-PARENTESCO  PIC X(08).                              00013900
          05 FD-DEP-ELEGSAUDE   PIC X(01).                              00014000
          05 FD-DEP-ELEGIRRF    PIC X(01).                              00014100
                                                                        00014200
      *-------------------LRECL 113---------------------------------*   00014300
       FD FUNCUNL                                                       00014400
           RECORDING MODE IS F                                          00014500
           LABEL RECORD IS STANDARD                                     00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-FUNCUNL.                                                   00014800
          05 FD-UNL-ID          PIC 9(05).                              00014900
          05 FD-UNL-NOME        PIC X(30).                              00015000
          05 FD-UNL-SETOR       PIC X(04).                              00015100
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00015200
          05 FD-UNL-DATAADM     PIC X(10).                              00015300
          05 FD-UNL-EMAIL       PIC X(40).                              00015400
          05 FD-UNL-STATUS      PIC X(01).                              00015500
          05 FD-UNL-DATADEM     PIC X(10).                              00015600
          05 FD-UNL-EMPRESA     PIC X(03).                              00015700
                                                                        00015800
      *-------------------LRECL 100---------------------------------*   00015900
       FD MOVOPER                                                       00016000
           RECORDING MODE IS F.                                         00016100
       01 FD-MOVOPER             PIC X(100).                            00016200
                                                                        00016300
      *-------------------LRECL 80----------------------------------*   00016400
       FD RELMOVOP                                                      00016500
           RECORDING MODE IS F.                                         00016600
       01 FD-RELMOVOP            PIC X(80).                             00016700
                                                                        00016800
      *=============================================================*   00016900
       WORKING-STORAGE                             SECTION.             00017000
      *=============================================================*   00017100
                                                                        00017200
       01 FILLER          PIC X(64) VALUE                               00017300
           '-----------BOOK LOGERROS------------------------'.          00017400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017500
       COPY '#GLOG'.                                                    00017600
      *-------------------------------------------------------------*   00017700
                                                                        00017800
       01 FILLER          PIC X(64) VALUE                               00017900
           '-----------VARIAVEIS DE STATUS------------------'.          00018000
                                                                        00018100
       77 WRK-FS-BENEANT  PIC 9(02).                                    00018200
       77 WRK-FS-BENEFUNL PIC 9(02).                                    00018300
       77 WRK-FS-DEPEANT  PIC 9(02).                                    00018400
       77 WRK-FS-DEPENUNL PIC 9(02).                                    00018500
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00018600
       77 WRK-FS-MOVOPER  PIC 9(02).                                    00018700
       77 WRK-FS-RELMOVOP PIC 9(02).                                    00018800
                                                                        00018900
       01 FILLER          PIC X(64) VALUE                               00019000
           '-----------PARAMETROS SYSIN---------------------'.          00019100
                                                                        00019200
       01 WRK-COMPCARD.                                                 00019300
          05 FILLER              PIC X(10).                             00019400
          05 WRK-COMPCARD-AC     PIC 9(06).                             00019500
                                                                        00019600
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00019700
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00019800
       77 WRK-MES-INI     PIC 9(08) VALUE ZEROES.                       00019900
       77 WRK-MES-PROX    PIC 9(08) VALUE ZEROES.                       00020000
                                                                        00020100
       01 WRK-DATA-UNL.                                                 00020200
          05 WRK-UNL-ANO         PIC 9(04).                             00020300
          05 FILLER              PIC X(01).                             00020400
          05 WRK-UNL-MES         PIC 9(02).                             00020500
          05 FILLER              PIC X(01).                             00020600
          05 WRK-UNL-DIA         PIC 9(02).                             00020700
       77 WRK-DATA-DEMISSAO PIC 9(08) VALUE ZEROES.                     00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------TITULARES DA COMPARACAO--------------'.          00021100
                                                                        00021200
       77 WRK-ID-TITULAR  PIC 9(05) VALUE ZEROES.                       00021300
       77 WRK-SW-COB-ANT  PIC X(01) VALUE 'N'.                          00021400
           88 WRK-COBERTO-ANT       VALUE 'S'.                          00021500
       77 WRK-SW-COB-ATU  PIC X(01) VALUE 'N'.                          00021600
           88 WRK-COBERTO-ATU       VALUE 'S'.                          00021700
       77 WRK-SW-NA-ANT   PIC X(01) VALUE 'N'.                          00021800
       77 WRK-SW-NA-ATU   PIC X(01) VALUE 'N'.                          00021900
       77 WRK-PLANMED-ANT PIC X(10) VALUE SPACES.                       00022000
       77 WRK-PLANDENT-ANT PIC X(10) VALUE SPACES.                      00022100
       77 WRK-PLANMED-ATU PIC X(10) VALUE SPACES.                       00022200
       77 WRK-PLANDENT-ATU PIC X(10) VALUE SPACES.                      00022300
       77 WRK-NOME-TITULAR PIC X(30) VALUE SPACES.                      00022400
       77 WRK-DATA-EFET   PIC 9(08) VALUE ZEROES.                       00022500
                                                                        00022600
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00022700
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00022800
       77 WRK-IDX-TIT     PIC 9(04) VALUE ZEROES.                       00022900
       01 WRK-TAB-TITULAR.                                              00023000
          05 WRK-TIT-LINHA OCCURS 3000 TIMES.                           00023100
             10 WRK-TIT-IDFUNC     PIC 9(05).                           00023200
             10 WRK-TIT-COB-ANT    PIC X(01).                           00023300
             10 WRK-TIT-COB-ATU    PIC X(01).                           00023400
             10 WRK-TIT-DATA-EXC   PIC 9(08).                           00023500
                                                                        00023600
       01 FILLER          PIC X(64) VALUE                               00023700
           '-----------DEPENDENTES DA COMPARACAO------------'.          00023800
                                                                        00023900
       77 WRK-SW-ELEG-ANT PIC X(01) VALUE 'N'.                          00024000
           88 WRK-ELEGIVEL-ANT      VALUE 'S'.                          00024100
       77 WRK-SW-ELEG-ATU PIC X(01) VALUE 'N'.                          00024200
           88 WRK-ELEGIVEL-ATU      VALUE 'S'.                          00024300
                                                                        00024400
       01 FILLER          PIC X(64) VALUE                               00024500
           '-----------CONTADORES---------------------------'.          00024600
                                                                        00024700
       77 WRK-REGBENANT   PIC 9(05) VALUE ZEROES.                       00024800
       77 WRK-REGBENATU   PIC 9(05) VALUE ZEROES.                       00024900
       77 WRK-REGDEPANT   PIC 9(05) VALUE ZEROES.                       00025000
       77 WRK-REGDEPATU   PIC 9(05) VALUE ZEROES.                       00025100
       77 WRK-QTD-MOV     PIC 9(06) VALUE ZEROES.                       00025200
       77 WRK-QTD-INC-TIT PIC 9(05) VALUE ZEROES.                       00025300
       77 WRK-QTD-ALT-TIT PIC 9(05) VALUE ZEROES.                       00025400
       77 WRK-QTD-EXC-TIT PIC 9(05) VALUE ZEROES.                       00025500
       77 WRK-QTD-INC-DEP PIC 9(05) VALUE ZEROES.                       00025600
       77 WRK-QTD-EXC-DEP PIC 9(05) VALUE ZEROES.                       00025700
       77 WRK-QTD-SEMFUNC PIC 9(05) VALUE ZEROES.                       00025800
                                                                        00025900
       01 FILLER          PIC X(64) VALUE                               00026000
           '-----------REGISTROS DO MOVOPER-----------------'.          00026100
                                                                        00026200
       01 WRK-MOVOPER-CAB.                                              00026300
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00026400
          05 FILLER              PIC X(01) VALUE SPACE.                 00026500
          05 WRK-CABM-PROGRAMA   PIC X(08) VALUE 'FR19DB63'.            00026600
          05 FILLER              PIC X(01) VALUE SPACE.                 00026700
          05 WRK-CABM-COMPET     PIC 9(06).                             00026800
          05 FILLER              PIC X(01) VALUE SPACE.                 00026900
          05 WRK-CABM-DATA       PIC 9(08).                             00027000
          05 FILLER              PIC X(66) VALUE SPACES.                00027100
                                                                        00027200
       01 WRK-MOVOPER-DET.                                              00027300
          05 WRK-MOV-SEQ         PIC 9(06).                             00027400
          05 WRK-MOV-TIPO        PIC X(01).                             00027500
          05 WRK-MOV-BENEF       PIC X(01).                             00027600
          05 WRK-MOV-IDFUNC      PIC 9(05).                             00027700
          05 WRK-MOV-NOME        PIC X(30).                             00027800
          05 WRK-MOV-DATANASC    PIC X(10).                             00027900
          05 WRK-MOV-PARENTESCO  PIC X(08).                             00028000
          05 WRK-MOV-PLANMED     PIC X(10).                             00028100
          05 WRK-MOV-PLANDENT    PIC X(10).                             00028200
          05 WRK-MOV-DATAEFET    PIC 9(08).                             00028300
          05 FILLER              PIC X(11) VALUE SPACES.                00028400
                                                                        00028500
       01 WRK-MOVOPER-TRL.                                              00028600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00028700
          05 FILLER              PIC X(01) VALUE SPACE.                 00028800
          05 WRK-TRLM-QTD        PIC 9(06).                             00028900
          05 FILLER              PIC X(84) VALUE SPACES.                00029000
                                                                        00029100
       01 FILLER          PIC X(64) VALUE                               00029200
           '-----------LINHAS DO RELATORIO------------------'.          00029300
                                                                        00029400
       01 WRK-LINHA-TITULO.                                             00029500
          05 FILLER              PIC X(44) VALUE                        00029600
             'MOVIMENTACAO PARA A OPERADORA DE BENEFICIOS '.            00029700
          05 FILLER              PIC X(07) VALUE 'COMPET.'.             00029800
          05 FILLER              PIC X(01) VALUE SPACE.                 00029900
          05 WRK-TIT-COMPET      PIC 9(06).                             00030000
          05 FILLER              PIC X(22) VALUE SPACES.                00030100
                                                                        00030200
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00030300
                                                                        00030400
       01 WRK-LINHA-CABEC.                                              00030500
          05 FILLER              PIC X(40) VALUE                        00030600
             'SEQ    MOVIMENTO  BENEF.  ID    NOME    '.                00030700
          05 FILLER              PIC X(40) VALUE                        00030800
             '                 PLANO MED. VIGENCIA   '.                 00030900
                                                                        00031000
       01 WRK-LINHA-DETALHE.                                            00031100
          05 WRK-DET-SEQ         PIC 9(06).                             00031200
          05 FILLER              PIC X(01) VALUE SPACE.                 00031300
          05 WRK-DET-MOVIMENTO   PIC X(10).                             00031400
          05 FILLER              PIC X(01) VALUE SPACE.                 00031500
          05 WRK-DET-BENEF       PIC X(07).                             00031600
          05 FILLER              PIC X(01) VALUE SPACE.                 00031700
          05 WRK-DET-ID          PIC 9(05).                             00031800
          05 FILLER              PIC X(01) VALUE SPACE.                 00031900
          05 WRK-DET-NOME        PIC X(24).                             00032000
          05 FILLER              PIC X(01) VALUE SPACE.                 00032100
          05 WRK-DET-PLANO       PIC X(10).                             00032200
          05 FILLER              PIC X(01) VALUE SPACE.                 00032300
          05 WRK-DET-DATA        PIC 9(08).                             00032400
          05 FILLER              PIC X(04) VALUE SPACES.                00032500
                                                                        00032600
       01 WRK-LINHA-TOTAL.                                              00032700
          05 WRK-TOT-ROTULO      PIC X(30).                             00032800
          05 WRK-TOT-QTD         PIC ZZZ.ZZ9.                           00032900
          05 FILLER              PIC X(43) VALUE SPACES.                00033000
                                                                        00033100
      *=============================================================*   00033200
       PROCEDURE DIVISION.                                              00033300
      *=============================================================*   00033400
                                                                        00033500
      *-------------------------------------------------------------*   00033600
       0000-PRINCIPAL                           SECTION.                00033700
      *-------------------------------------------------------------*   00033800
                                                                        00033900
            PERFORM  1000-INICIAR.                                      00034000
                                                                        00034100
            PERFORM  1100-LER-BENEANT.                                  00034200
            PERFORM  1150-LER-BENEFUNL.                                 00034300
            PERFORM  1200-LER-FUNCUNL.                                  00034400
            PERFORM  2000-PROCESSAR-TITULAR                             00034500
                     UNTIL FD-BA-IDFUNC EQUAL 99999                     00034600
                       AND FD-UB-IDFUNC EQUAL 99999.                    00034700
                                                                        00034800
            PERFORM  1300-LER-DEPEANT.                                  00034900
            PERFORM  1350-LER-DEPENUNL.                                 00035000
            PERFORM  2500-PROCESSAR-DEPENDENTE                          00035100
                     UNTIL FD-DA-CHAVE EQUAL HIGH-VALUES                00035200
                       AND FD-DEP-CHAVE EQUAL HIGH-VALUES.              00035300
                                                                        00035400
            PERFORM  3000-FINALIZAR.                                    00035500
                                                                        00035600
            STOP RUN.                                                   00035700
                                                                        00035800
      *-------------------------------------------------------------*   00035900
       1000-INICIAR                             SECTION.                00036000
      *-------------------------------------------------------------*   00036100
             OPEN INPUT  BENEANT BENEFUNL DEPEANT DEPENUNL FUNCUNL      00036200
                  OUTPUT MOVOPER RELMOVOP.                              00036300
                                                                        00036400
               PERFORM 4000-TESTARSTATUS.                               00036500
                                                                        00036600
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00036700
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00036800
               IF WRK-COMPCARD-AC IS NUMERIC                            00036900
                  AND WRK-COMPCARD-AC GREATER ZEROES                    00037000
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00037100
               ELSE                                                     00037200
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00037300
               END-IF.                                                  00037400
               COMPUTE WRK-MES-INI = WRK-COMPETENCIA * 100 + 1.         00037500
                                                                        00037600
               MOVE WRK-COMPETENCIA TO WRK-CABM-COMPET WRK-TIT-COMPET.  00037700
               MOVE WRK-DATA-HOJE   TO WRK-CABM-DATA.                   00037800
               WRITE FD-MOVOPER FROM WRK-MOVOPER-CAB.                   00037900
                                                                        00038000
               WRITE FD-RELMOVOP FROM WRK-LINHA-TRACO.                  00038100
               WRITE FD-RELMOVOP FROM WRK-LINHA-TITULO.                 00038200
               WRITE FD-RELMOVOP FROM WRK-LINHA-TRACO.                  00038300
               WRITE FD-RELMOVOP FROM WRK-LINHA-CABEC.                  00038400
               WRITE FD-RELMOVOP FROM WRK-LINHA-TRACO.                  00038500
                                                                        00038600
       1000-99-FIM.              EXIT.                                  00038700
      *-------------------------------------------------------------*   00038800
       1100-LER-BENEANT                         SECTION.                00038900
      *-------------------------------------------------------------*   00039000
                 READ BENEANT                                           00039100
                   AT END                                               00039200
                     MOVE 99999 TO FD-BA-IDFUNC                         00039300
                 END-READ.                                              00039400
                 PERFORM 4100-TESTARSTATUS-BENEANT.                     00039500
                 IF WRK-FS-BENEANT EQUAL 00                             00039600
                    ADD 1 TO WRK-REGBENANT                              00039700
                 END-IF.                                                00039800
       1100-99-FIM.              EXIT.                                  00039900
      *-------------------------------------------------------------*   00040000
       1150-LER-BENEFUNL                        SECTION.                00040100
      *-------------------------------------------------------------*   00040200
                 READ BENEFUNL                                          00040300
                   AT END                                               00040400
                     MOVE 99999 TO FD-UB-IDFUNC                         00040500
                 END-READ.                                              00040600
                 PERFORM 4150-TESTARSTATUS-BENEFUNL.                    00040700
                 IF WRK-FS-BENEFUNL EQUAL 00                            00040800
                    ADD 1 TO WRK-REGBENATU                              00040900
                 END-IF.                                                00041000
       1150-99-FIM.              EXIT.                                  00041100
      *-------------------------------------------------------------*   00041200
       1200-LER-FUNCUNL                         SECTION.                00041300
      *-------------------------------------------------------------*   00041400
                 READ FUNCUNL                                           00041500
                   AT END                                               00041600
                     MOVE 99999 TO FD-UNL-ID                            00041700
                 END-READ.                                              00041800
                 PERFORM 4200-TESTARSTATUS-FUNCUNL.                     00041900
       1200-99-FIM.              EXIT.                                  00042000
      *-------------------------------------------------------------*   00042100
       1300-LER-DEPEANT                         SECTION.                00042200
      *-------------------------------------------------------------*   00042300
                 READ DEPEANT                                           00042400
                   AT END                                               00042500
                     MOVE HIGH-VALUES TO FD-DA-CHAVE                    00042600
                 END-READ.                                              00042700
                 PERFORM 4300-TESTARSTATUS-DEPEANT.                     00042800
                 IF WRK-FS-DEPEANT EQUAL 00                             00042900
                    ADD 1 TO WRK-REGDEPANT                              00043000
                 END-IF.                                                00043100
       1300-99-FIM.              EXIT.                                  00043200
      *-------------------------------------------------------------*   00043300
       1350-LER-DEPENUNL                        SECTION.                00043400
      *-------------------------------------------------------------*   00043500
                 READ DEPENUNL                                          00043600
                   AT END                                               00043700
                     MOVE HIGH-VALUES TO FD-DEP-CHAVE                   00043800
                 END-READ.                                              00043900
                 PERFORM 4350-TESTARSTATUS-DEPENUNL.                    00044000
                 IF WRK-FS-DEPENUNL EQUAL 00                            00044100
                    ADD 1 TO WRK-REGDEPATU                              00044200
                 END-IF.                                                00044300
       1350-99-FIM.              EXIT.                                  00044400
      *-------------------------------------------------------------*   00044500
       2000-PROCESSAR-TITULAR                   SECTION.                00044600
      *-------------------------------------------------------------*   00044700
      *----CASA ADESAO ANTERIOR X ATUAL POR ID E LEVA CADA LADO------*  00044800
      *----PARA AS VARIAVEIS DO TITULAR------------------------------*  00044900
            MOVE 'N'    TO WRK-SW-NA-ANT WRK-SW-NA-ATU.                 00045000
            MOVE SPACES TO WRK-PLANMED-ANT WRK-PLANDENT-ANT             00045100
                           WRK-PLANMED-ATU WRK-PLANDENT-ATU.            00045200
            IF FD-BA-IDFUNC NOT GREATER FD-UB-IDFUNC                    00045300
               MOVE FD-BA-IDFUNC   TO WRK-ID-TITULAR                    00045400
               MOVE 'S'            TO WRK-SW-NA-ANT                     00045500
               MOVE FD-BA-PLANMED  TO WRK-PLANMED-ANT                   00045600
               MOVE FD-BA-PLANDENT TO WRK-PLANDENT-ANT                  00045700
            END-IF.                                                     00045800
            IF FD-UB-IDFUNC NOT GREATER FD-BA-IDFUNC                    00045900
               MOVE FD-UB-IDFUNC   TO WRK-ID-TITULAR                    00046000
               MOVE 'S'            TO WRK-SW-NA-ATU                     00046100
               MOVE FD-UB-PLANMED  TO WRK-PLANMED-ATU                   00046200
               MOVE FD-UB-PLANDENT TO WRK-PLANDENT-ATU                  00046300
            END-IF.                                                     00046400
                                                                        00046500
            PERFORM 1200-LER-FUNCUNL                                    00046600
                    UNTIL FD-UNL-ID NOT LESS WRK-ID-TITULAR.            00046700
            PERFORM 2100-APURAR-COBERTURA.                              00046800
            PERFORM 2200-GERAR-MOV-TITULAR.                             00046900
                                                                        00047000
            IF WRK-SW-NA-ANT EQUAL 'S'                                  00047100
               PERFORM 1100-LER-BENEANT                                 00047200
            END-IF.                                                     00047300
            IF WRK-SW-NA-ATU EQUAL 'S'                                  00047400
               PERFORM 1150-LER-BENEFUNL                                00047500
            END-IF.                                                     00047600
                                                                        00047700
       2000-99-FIM.              EXIT.                                  00047800
      *-------------------------------------------------------------*   00047900
       2100-APURAR-COBERTURA                    SECTION.                00048000
      *-------------------------------------------------------------*   00048100
      *----COBERTO NO MES ANTERIOR: TINHA ADESAO E NAO FOI DESLIGADO-*  00048200
      *----ANTES DA COMPETENCIA. COBERTO AGORA: TEM ADESAO E ESTA----*  00048300
      *----ATIVO NO FUNCUNL------------------------------------------*  00048400
            MOVE 'N' TO WRK-SW-COB-ANT WRK-SW-COB-ATU.                  00048500
            MOVE ZEROES TO WRK-DATA-DEMISSAO.                           00048600
            MOVE SPACES TO WRK-NOME-TITULAR.                            00048700
                                                                        00048800
            IF FD-UNL-ID EQUAL WRK-ID-TITULAR                           00048900
               MOVE FD-UNL-NOME TO WRK-NOME-TITULAR                     00049000
               IF FD-UNL-STATUS EQUAL 'D'                               00049100
                  MOVE FD-UNL-DATADEM TO WRK-DATA-UNL                   00049200
                  IF WRK-UNL-ANO NUMERIC                                00049300
                     AND WRK-UNL-MES NUMERIC                            00049400
                     AND WRK-UNL-DIA NUMERIC                            00049500
                     COMPUTE WRK-DATA-DEMISSAO = WRK-UNL-ANO * 10000    00049600
                             + WRK-UNL-MES * 100 + WRK-UNL-DIA          00049700
                  ELSE                                                  00049800
                     MOVE WRK-MES-INI TO WRK-DATA-DEMISSAO              00049900
                  END-IF                                                00050000
               END-IF                                                   00050100
            END-IF.                                                     00050200
                                                                        00050300
            IF WRK-SW-NA-ANT EQUAL 'S'                                  00050400
               IF WRK-DATA-DEMISSAO EQUAL ZEROES                        00050500
                  OR WRK-DATA-DEMISSAO NOT LESS WRK-MES-INI             00050600
                  MOVE 'S' TO WRK-SW-COB-ANT                            00050700
               END-IF                                                   00050800
            END-IF.                                                     00050900
                                                                        00051000
            IF WRK-SW-NA-ATU EQUAL 'S'                                  00051100
               IF FD-UNL-ID EQUAL WRK-ID-TITULAR                        00051200
                  IF FD-UNL-STATUS NOT EQUAL 'D'                        00051300
                     MOVE 'S' TO WRK-SW-COB-ATU                         00051400
                  END-IF                                                00051500
               ELSE                                                     00051600
                  MOVE ZEROES         TO WRK-DET-SEQ WRK-DET-DATA       00051700
                  MOVE 'SEM FUNC.'    TO WRK-DET-MOVIMENTO              00051800
                  MOVE 'TITULAR'      TO WRK-DET-BENEF                  00051900
                  MOVE WRK-ID-TITULAR TO WRK-DET-ID                     00052000
                  MOVE 'ADESAO SEM FUNCIONARIO NO FUNCUNL'              00052100
                                      TO WRK-DET-NOME                   00052200
                  MOVE WRK-PLANMED-ATU TO WRK-DET-PLANO                 00052300
                  WRITE FD-RELMOVOP FROM WRK-LINHA-DETALHE              00052400
                  ADD 1 TO WRK-QTD-SEMFUNC                              00052500
               END-IF                                                   00052600
            END-IF.                                                     00052700
                                                                        00052800
       2100-99-FIM.              EXIT.                                  00052900
      *-------------------------------------------------------------*   00053000
       2200-GERAR-MOV-TITULAR                   SECTION.                00053100
      *-------------------------------------------------------------*   00053200
            MOVE ZEROES TO WRK-DATA-EFET.                               00053300
            INITIALIZE WRK-MOVOPER-DET.                                 00053400
            MOVE 'T'              TO WRK-MOV-BENEF.                     00053500
            MOVE WRK-ID-TITULAR   TO WRK-MOV-IDFUNC.                    00053600
            MOVE WRK-NOME-TITULAR TO WRK-MOV-NOME.                      00053700
                                                                        00053800
            EVALUATE TRUE                                               00053900
              WHEN WRK-COBERTO-ANT AND WRK-COBERTO-ATU                  00054000
                IF WRK-PLANMED-ANT NOT EQUAL WRK-PLANMED-ATU            00054100
                   OR WRK-PLANDENT-ANT NOT EQUAL WRK-PLANDENT-ATU       00054200
                   MOVE 'A'              TO WRK-MOV-TIPO                00054300
                   MOVE WRK-PLANMED-ATU  TO WRK-MOV-PLANMED             00054400
                   MOVE WRK-PLANDENT-ATU TO WRK-MOV-PLANDENT            00054500
                   MOVE WRK-MES-INI      TO WRK-MOV-DATAEFET            00054600
                   PERFORM 2900-GRAVAR-MOVIMENTO                        00054700
                   ADD 1 TO WRK-QTD-ALT-TIT                             00054800
                END-IF                                                  00054900
              WHEN WRK-COBERTO-ANT                                      00055000
                IF WRK-DATA-DEMISSAO GREATER ZEROES                     00055100
                   MOVE WRK-DATA-DEMISSAO TO WRK-DATA-EFET              00055200
                ELSE                                                    00055300
                   MOVE WRK-MES-INI       TO WRK-DATA-EFET              00055400
                END-IF                                                  00055500
                MOVE 'E'              TO WRK-MOV-TIPO                   00055600
                MOVE WRK-PLANMED-ANT  TO WRK-MOV-PLANMED                00055700
                MOVE WRK-PLANDENT-ANT TO WRK-MOV-PLANDENT               00055800
                MOVE WRK-DATA-EFET    TO WRK-MOV-DATAEFET               00055900
                PERFORM 2900-GRAVAR-MOVIMENTO                           00056000
                ADD 1 TO WRK-QTD-EXC-TIT                                00056100
              WHEN WRK-COBERTO-ATU                                      00056200
                MOVE 'I'              TO WRK-MOV-TIPO                   00056300
                MOVE WRK-PLANMED-ATU  TO WRK-MOV-PLANMED                00056400
                MOVE WRK-PLANDENT-ATU TO WRK-MOV-PLANDENT               00056500
                MOVE WRK-MES-INI      TO WRK-MOV-DATAEFET               00056600
                PERFORM 2900-GRAVAR-MOVIMENTO                           00056700
                ADD 1 TO WRK-QTD-INC-TIT                                00056800
            END-EVALUATE.                                               00056900
                                                                        00057000
      *----GUARDA A SITUACAO DO TITULAR PARA OS DEPENDENTES----------*  00057100
            IF WRK-QTD-TIT LESS 3000                                    00057200
               ADD 1 TO WRK-QTD-TIT                                     00057300
               MOVE WRK-ID-TITULAR TO WRK-TIT-IDFUNC (WRK-QTD-TIT)      00057400
               MOVE WRK-SW-COB-ANT TO WRK-TIT-COB-ANT (WRK-QTD-TIT)     00057500
               MOVE WRK-SW-COB-ATU TO WRK-TIT-COB-ATU (WRK-QTD-TIT)     00057600
               MOVE WRK-DATA-EFET  TO WRK-TIT-DATA-EXC (WRK-QTD-TIT)    00057700
            ELSE                                                        00057800
               DISPLAY ' TABELA DE TITULARES ESGOTADA (3000)'           00057900
            END-IF.                                                     00058000
                                                                        00058100
       2200-99-FIM.              EXIT.                                  00058200
      *-------------------------------------------------------------*   00058300
       2500-PROCESSAR-DEPENDENTE                SECTION.                00058400
      *-------------------------------------------------------------*   00058500
      *----CASA DEPENDENTE ANTERIOR X ATUAL POR ID + NOME E COMPARA--*  00058600
      *----A ELEGIBILIDADE NOS DOIS MESES----------------------------*  00058700
            MOVE 'N' TO WRK-SW-ELEG-ANT WRK-SW-ELEG-ATU.                00058800
            INITIALIZE WRK-MOVOPER-DET.                                 00058900
            MOVE 'D' TO WRK-MOV-BENEF.                                  00059000
                                                                        00059100
            EVALUATE TRUE                                               00059200
              WHEN FD-DA-CHAVE LESS FD-DEP-CHAVE                        00059300
                MOVE FD-DA-IDFUNC TO WRK-ID-TITULAR                     00059400
                PERFORM 2510-BUSCAR-TITULAR                             00059500
                PERFORM 2520-ELEGIVEL-ANTES                             00059600
                MOVE FD-DA-NOMEDEP    TO WRK-MOV-NOME                   00059700
                MOVE FD-DA-DATANASC   TO WRK-MOV-DATANASC               00059800
                MOVE FD-DA-PARENTESCO TO WRK-MOV-PARENTESCO             00059900
                PERFORM 2600-GERAR-MOV-DEPENDENTE                       00060000
                PERFORM 1300-LER-DEPEANT                                00060100
              WHEN FD-DA-CHAVE EQUAL FD-DEP-CHAVE                       00060200
                MOVE FD-DEP-IDFUNC TO WRK-ID-TITULAR                    00060300
                PERFORM 2510-BUSCAR-TITULAR                             00060400
                PERFORM 2520-ELEGIVEL-ANTES                             00060500
                PERFORM 2530-ELEGIVEL-AGORA                             00060600
                MOVE FD-DEP-NOMEDEP    TO WRK-MOV-NOME                  00060700
                MOVE FD-DEP-DATANASC   TO WRK-MOV-DATANASC              00060800
                MOVE FD-DEP-PARENTESCO TO WRK-MOV-PARENTESCO            00060900
                PERFORM 2600-GERAR-MOV-DEPENDENTE                       00061000
                PERFORM 1300-LER-DEPEANT                                00061100
                PERFORM 1350-LER-DEPENUNL                               00061200
              WHEN OTHER                                                00061300
                MOVE FD-DEP-IDFUNC TO WRK-ID-TITULAR                    00061400
                PERFORM 2510-BUSCAR-TITULAR                             00061500
                PERFORM 2530-ELEGIVEL-AGORA                             00061600
                MOVE FD-DEP-NOMEDEP    TO WRK-MOV-NOME                  00061700
                MOVE FD-DEP-DATANASC   TO WRK-MOV-DATANASC              00061800
                MOVE FD-DEP-PARENTESCO TO WRK-MOV-PARENTESCO            00061900
                PERFORM 2600-GERAR-MOV-DEPENDENTE                       00062000
                PERFORM 1350-LER-DEPENUNL                               00062100
            END-EVALUATE.                                               00062200
                                                                        00062300
       2500-99-FIM.              EXIT.                                  00062400
      *-------------------------------------------------------------*   00062500
       2510-BUSCAR-TITULAR                      SECTION.                00062600
      *-------------------------------------------------------------*   00062700
            MOVE ZEROES TO WRK-IDX-TIT.                                 00062800
            MOVE 1 TO WRK-SUB-TIT.                                      00062900
            PERFORM 2515-COMPARAR-TITULAR                               00063000
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT               00063100
                       OR WRK-IDX-TIT GREATER ZEROES.                   00063200
       2510-99-FIM.              EXIT.                                  00063300
      *-------------------------------------------------------------*   00063400
       2515-COMPARAR-TITULAR                    SECTION.                00063500
      *-------------------------------------------------------------*   00063600
            IF WRK-TIT-IDFUNC (WRK-SUB-TIT) EQUAL WRK-ID-TITULAR        00063700
               MOVE WRK-SUB-TIT TO WRK-IDX-TIT                          00063800
            END-IF.                                                     00063900
            ADD 1 TO WRK-SUB-TIT.                                       00064000
       2515-99-FIM.              EXIT.                                  00064100
      *-------------------------------------------------------------*   00064200
       2520-ELEGIVEL-ANTES                      SECTION.                00064300
      *-------------------------------------------------------------*   00064400
            IF WRK-IDX-TIT GREATER ZEROES                               00064500
               IF FD-DA-ELEGSAUDE EQUAL 'S'                             00064600
                  AND WRK-TIT-COB-ANT (WRK-IDX-TIT) EQUAL 'S'           00064700
                  MOVE 'S' TO WRK-SW-ELEG-ANT                           00064800
               END-IF                                                   00064900
            END-IF.                                                     00065000
       2520-99-FIM.              EXIT.                                  00065100
      *-------------------------------------------------------------*   00065200
       2530-ELEGIVEL-AGORA                      SECTION.                00065300
      *-------------------------------------------------------------*   00065400
            IF WRK-IDX-TIT GREATER ZEROES                               00065500
               IF FD-DEP-ELEGSAUDE EQUAL 'S'                            00065600
                  AND WRK-TIT-COB-ATU (WRK-IDX-TIT) EQUAL 'S'           00065700
                  MOVE 'S' TO WRK-SW-ELEG-ATU                           00065800
               END-IF                                                   00065900
            END-IF.                                                     00066000
       2530-99-FIM.              EXIT.                                  00066100
      *-------------------------------------------------------------*   00066200
       2600-GERAR-MOV-DEPENDENTE                SECTION.                00066300
      *-------------------------------------------------------------*   00066400
            MOVE WRK-ID-TITULAR TO WRK-MOV-IDFUNC.                      00066500
            EVALUATE TRUE                                               00066600
              WHEN WRK-ELEGIVEL-ANT AND WRK-ELEGIVEL-ATU                00066700
                CONTINUE                                                00066800
              WHEN WRK-ELEGIVEL-ANT                                     00066900
      *----TITULAR EXCLUIDO: O DEPENDENTE SAI NA MESMA VIGENCIA-------* 00067000
                IF WRK-TIT-COB-ATU (WRK-IDX-TIT) EQUAL 'N'              00067100
                   AND WRK-TIT-DATA-EXC (WRK-IDX-TIT) GREATER ZEROES    00067200
                   MOVE WRK-TIT-DATA-EXC (WRK-IDX-TIT)                  00067300
                        TO WRK-MOV-DATAEFET                             00067400
                ELSE                                                    00067500
                   MOVE WRK-MES-INI TO WRK-MOV-DATAEFET                 00067600
                END-IF                                                  00067700
                MOVE 'E' TO WRK-MOV-TIPO                                00067800
                PERFORM 2900-GRAVAR-MOVIMENTO                           00067900
                ADD 1 TO WRK-QTD-EXC-DEP                                00068000
              WHEN WRK-ELEGIVEL-ATU                                     00068100
                MOVE 'I' TO WRK-MOV-TIPO                                00068200
                MOVE WRK-MES-INI TO WRK-MOV-DATAEFET                    00068300
                PERFORM 2900-GRAVAR-MOVIMENTO                           00068400
                ADD 1 TO WRK-QTD-INC-DEP                                00068500
            END-EVALUATE.                                               00068600
       2600-99-FIM.              EXIT.                                  00068700
      *-------------------------------------------------------------*   00068800
       2900-GRAVAR-MOVIMENTO                    SECTION.                00068900
      *-------------------------------------------------------------*   00069000
            ADD 1 TO WRK-QTD-MOV.                                       00069100
            MOVE WRK-QTD-MOV TO WRK-MOV-SEQ.                            00069200
            WRITE FD-MOVOPER FROM WRK-MOVOPER-DET.                      00069300
                                                                        00069400
            MOVE WRK-MOV-SEQ      TO WRK-DET-SEQ.                       00069500
            EVALUATE WRK-MOV-TIPO                                       00069600
              WHEN 'I'                                                  00069700
                MOVE 'INCLUSAO'   TO WRK-DET-MOVIMENTO                  00069800
              WHEN 'A'                                                  00069900
                MOVE 'ALTERACAO'  TO WRK-DET-MOVIMENTO                  00070000
              WHEN OTHER                                                00070100
                MOVE 'EXCLUSAO'   TO WRK-DET-MOVIMENTO                  00070200
            END-EVALUATE.                                               00070300
            IF WRK-MOV-BENEF EQUAL 'T'                                  00070400
               MOVE 'TITULAR'     TO WRK-DET-BENEF                      00070500
            ELSE                                                        00070600
               MOVE 'DEPEND.'     TO WRK-DET-BENEF                      00070700
            END-IF.                                                     00070800
            MOVE WRK-MOV-IDFUNC   TO WRK-DET-ID.                        00070900
            MOVE WRK-MOV-NOME     TO WRK-DET-NOME.                      00071000
            MOVE WRK-MOV-PLANMED  TO WRK-DET-PLANO.                     00071100
            MOVE WRK-MOV-DATAEFET TO WRK-DET-DATA.                      00071200
            WRITE FD-RELMOVOP FROM WRK-LINHA-DETALHE.                   00071300
       2900-99-FIM.              EXIT.                                  00071400
      *-------------------------------------------------------------*   00071500
       3000-FINALIZAR                           SECTION.                00071600
      *-------------------------------------------------------------*   00071700
             MOVE WRK-QTD-MOV TO WRK-TRLM-QTD.                          00071800
             WRITE FD-MOVOPER FROM WRK-MOVOPER-TRL.                     00071900
                                                                        00072000
             WRITE FD-RELMOVOP FROM WRK-LINHA-TRACO.                    00072100
             MOVE 'INCLUSOES DE TITULAR........: ' TO WRK-TOT-ROTULO.   00072200
             MOVE WRK-QTD-INC-TIT TO WRK-TOT-QTD.                       00072300
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00072400
             MOVE 'TROCAS DE PLANO.............: ' TO WRK-TOT-ROTULO.   00072500
             MOVE WRK-QTD-ALT-TIT TO WRK-TOT-QTD.                       00072600
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00072700
             MOVE 'EXCLUSOES DE TITULAR........: ' TO WRK-TOT-ROTULO.   00072800
             MOVE WRK-QTD-EXC-TIT TO WRK-TOT-QTD.                       00072900
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00073000
             MOVE 'INCLUSOES DE DEPENDENTE.....: ' TO WRK-TOT-ROTULO.   00073100
             MOVE WRK-QTD-INC-DEP TO WRK-TOT-QTD.                       00073200
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00073300
             MOVE 'EXCLUSOES DE DEPENDENTE.....: ' TO WRK-TOT-ROTULO.   00073400
             MOVE WRK-QTD-EXC-DEP TO WRK-TOT-QTD.                       00073500
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00073600
             MOVE 'TOTAL DE MOVIMENTOS.........: ' TO WRK-TOT-ROTULO.   00073700
             MOVE WRK-QTD-MOV TO WRK-TOT-QTD.                           00073800
             WRITE FD-RELMOVOP FROM WRK-LINHA-TOTAL.                    00073900
             WRITE FD-RELMOVOP FROM WRK-LINHA-TRACO.                    00074000
                                                                        00074100
             CLOSE BENEANT BENEFUNL DEPEANT DEPENUNL FUNCUNL            00074200
                   MOVOPER RELMOVOP.                                    00074300
              DISPLAY ' ============================================'.  00074400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB63          '.  00074500
              DISPLAY ' ============================================'.  00074600
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00074700
              DISPLAY ' ADESOES MES ANTERIOR.......' WRK-REGBENANT.     00074800
              DISPLAY ' ADESOES MES ATUAL..........' WRK-REGBENATU.     00074900
              DISPLAY ' DEPENDENTES MES ANTERIOR...' WRK-REGDEPANT.     00075000
              DISPLAY ' DEPENDENTES MES ATUAL......' WRK-REGDEPATU.     00075100
              DISPLAY ' MOVIMENTOS GRAVADOS........' WRK-QTD-MOV.       00075200
              DISPLAY ' ADESOES SEM FUNCIONARIO....' WRK-QTD-SEMFUNC.   00075300
              DISPLAY ' ============================================'.  00075400
              IF WRK-QTD-SEMFUNC GREATER ZEROES                         00075500
                 MOVE 4 TO RETURN-CODE                                  00075600
              END-IF.                                                   00075700
                                                                        00075800
       3000-99-FIM.              EXIT.                                  00075900
      *-------------------------------------------------------------*   00076000
       4000-TESTARSTATUS                            SECTION.            00076100
      *-------------------------------------------------------------*   00076200
                 PERFORM 4100-TESTARSTATUS-BENEANT.                     00076300
                 PERFORM 4150-TESTARSTATUS-BENEFUNL.                    00076400
                 PERFORM 4200-TESTARSTATUS-FUNCUNL.                     00076500
                 PERFORM 4300-TESTARSTATUS-DEPEANT.                     00076600
                 PERFORM 4350-TESTARSTATUS-DEPENUNL.                    00076700
                 IF WRK-FS-MOVOPER NOT EQUAL 00                         00076800
                   MOVE 'ERRO NO OPEN MOVOPER  ' TO WRK-MSGERRO         00076900
                   MOVE '1000'                   TO WRK-SECAO           00077000
                   MOVE WRK-FS-MOVOPER           TO WRK-STATUS          00077100
                    PERFORM 9000-TRATAERROS                             00077200
                 END-IF.                                                00077300
                 IF WRK-FS-RELMOVOP NOT EQUAL 00                        00077400
                   MOVE 'ERRO NO OPEN RELMOVOP ' TO WRK-MSGERRO         00077500
                   MOVE '1000'                   TO WRK-SECAO           00077600
                   MOVE WRK-FS-RELMOVOP          TO WRK-STATUS          00077700
                    PERFORM 9000-TRATAERROS                             00077800
                 END-IF.                                                00077900
                                                                        00078000
       4000-99-FIM.              EXIT.                                  00078100
      *-------------------------------------------------------------*   00078200
       4100-TESTARSTATUS-BENEANT                    SECTION.            00078300
      *-------------------------------------------------------------*   00078400
               IF WRK-FS-BENEANT NOT EQUAL 00                           00078500
                           AND WRK-FS-BENEANT NOT EQUAL 10              00078600
                 MOVE 'ERRO NO BENEANT       ' TO WRK-MSGERRO           00078700
                 MOVE '1100'                   TO WRK-SECAO             00078800
                 MOVE WRK-FS-BENEANT           TO WRK-STATUS            00078900
                  PERFORM 9000-TRATAERROS                               00079000
               END-IF.                                                  00079100
                                                                        00079200
       4100-99-FIM.              EXIT.                                  00079300
      *-------------------------------------------------------------*   00079400
       4150-TESTARSTATUS-BENEFUNL                   SECTION.            00079500
      *-------------------------------------------------------------*   00079600
               IF WRK-FS-BENEFUNL NOT EQUAL 00                          00079700
                           AND WRK-FS-BENEFUNL NOT EQUAL 10             00079800
                 MOVE 'ERRO NO BENEFUNL      ' TO WRK-MSGERRO           00079900
                 MOVE '1150'                   TO WRK-SECAO             00080000
                 MOVE WRK-FS-BENEFUNL          TO WRK-STATUS            00080100
                  PERFORM 9000-TRATAERROS                               00080200
               END-IF.                                                  00080300
                                                                        00080400
       4150-99-FIM.              EXIT.                                  00080500
      *-------------------------------------------------------------*   00080600
       4200-TESTARSTATUS-FUNCUNL                    SECTION.            00080700
      *-------------------------------------------------------------*   00080800
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00080900
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00081000
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00081100
                 MOVE '1200'                   TO WRK-SECAO             00081200
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00081300
                  PERFORM 9000-TRATAERROS                               00081400
               END-IF.                                                  00081500
                                                                        00081600
       4200-99-FIM.              EXIT.                                  00081700
      *-------------------------------------------------------------*   00081800
       4300-TESTARSTATUS-DEPEANT                    SECTION.            00081900
      *-------------------------------------------------------------*   00082000
               IF WRK-FS-DEPEANT NOT EQUAL 00                           00082100
                           AND WRK-FS-DEPEANT NOT EQUAL 10              00082200
                 MOVE 'ERRO NO DEPEANT       ' TO WRK-MSGERRO           00082300
                 MOVE '1300'                   TO WRK-SECAO             00082400
                 MOVE WRK-FS-DEPEANT           TO WRK-STATUS            00082500
                  PERFORM 9000-TRATAERROS                               00082600
               END-IF.                                                  00082700
                                                                        00082800
       4300-99-FIM.              EXIT.                                  00082900
      *-------------------------------------------------------------*   00083000
       4350-TESTARSTATUS-DEPENUNL                   SECTION.            00083100
      *-------------------------------------------------------------*   00083200
               IF WRK-FS-DEPENUNL NOT EQUAL 00                          00083300
                           AND WRK-FS-DEPENUNL NOT EQUAL 10             00083400
                 MOVE 'ERRO NO DEPENUNL      ' TO WRK-MSGERRO           00083500
                 MOVE '1350'                   TO WRK-SECAO             00083600
                 MOVE WRK-FS-DEPENUNL          TO WRK-STATUS            00083700
                  PERFORM 9000-TRATAERROS                               00083800
               END-IF.                                                  00083900
                                                                        00084000
       4350-99-FIM.              EXIT.                                  00084100
      *-------------------------------------------------------------*   00084200
       9000-TRATAERROS                              SECTION.            00084300
      *-------------------------------------------------------------*   00084400
           MOVE 'FR19DB63' TO WRK-PROGRAMA                              00084500
           MOVE 'E'        TO WRK-SEVERIDADE                            00084600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00084700
           GOBACK.                                                      00084800
                                                                        00084900
       9000-99-FIM.              EXIT.                                  00085000
