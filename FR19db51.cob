      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB51.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DIFERENCAS RETROATIVAS DO DISSIDIO. O FR19DB21  *   00001200
      *    REAJUSTA O SALARIO DAQUI PARA FRENTE; QUANDO A CONVENCAO *   00001300
      *    VALE DESDE UM MES ANTERIOR, OS MESES JA PAGOS FICAM COM  *   00001400
      *    DIFERENCA. ESTE PROGRAMA RELE AS GERACOES ANTERIORES DO  *   00001500
      *    FOLHA (FOLHAANT = CONCATENACAO DAS GERACOES; O MES DE    *   00001600
      *    CADA UMA SAI DA DATA DO CABECALHO) E, PARA CADA MES DE   *   00001700
      *    VIGENCIA AINDA NAO REAJUSTADO, CALCULA O QUE CADA        *   00001800
      *    FUNCIONARIO DEVERIA TER GANHO (BRUTO X PERCENTUAL).      *   00001900
      *    GERACAO REPETIDA DO MESMO MES E IGNORADA COM AVISO.      *   00002000
      *    SAI NO RETROAT (LAYOUT DO EVFOLHA), PARA O FR19DB50      *   00002100
      *    PAGAR NA PROXIMA FOLHA:                                  *   00002200
      *     0004 DIFERENCA SALARIAL - UMA POR ID E MES DE ORIGEM    *   00002300
      *     0005 REFLEXO NO 13O     - SOMA DAS DIFERENCAS / 12      *   00002400
      *     0006 REFLEXO NAS FERIAS - SOMA / 12 + 1/3 (SOMA / 9)    *   00002500
      *    (AS TRES RUBRICAS TEM DE CONSTAR NO CATALOGO RUBRICAS)   *   00002600
      *    O RELRETRO TRAZ POR SETOR O CUSTO ORIGINAL DOS MESES     *   00002700
      *    (FOLHAHIS DO FR19DB22, OPCIONAL), AS DIFERENCAS, OS      *   00002800
      *    REFLEXOS E O CUSTO RETROATIVO TOTAL.                     *   00002900
      *    CARTOES SYSIN (10 DE FILLER ANTES DO VALOR):             *   00003000
      *     1 MES DE VIGENCIA DO DISSIDIO AAAAMM                    *   00003100
      *     2 PERCENTUAL APLICADO 9(03)V99                          *   00003200
      *     3 PRIMEIRO MES JA PAGO COM O REAJUSTE AAAAMM (ZEROS =   *   00003300
      *       MES CORRENTE) - AS DIFERENCAS VAO DA VIGENCIA ATE O   *   00003400
      *       MES ANTERIOR A ELE                                    *   00003500
      *-------------------------------------------------------------*   00003600
      *   ARQUIVOS...:                                              *   00003700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003800
      *    FOLHAANT             I                  -----------      *   00003900
      *    FOLHAHIS             I                  -----------      *   00004000
      *    RETROAT              O                  -----------      *   00004100
      *    RELRETRO             O                  -----------      *   00004200
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004500
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       ENVIRONMENT                               DIVISION.              00004900
      *=============================================================*   00005000
                                                                        00005100
      *=============================================================*   00005200
       CONFIGURATION                               SECTION.             00005300
      *=============================================================*   00005400
       SPECIAL-NAMES.                                                   00005500
           DECIMAL-POINT IS COMMA.                                      00005600
                                                                        00005700
       INPUT-OUTPUT                                SECTION.             00005800
       FILE-CONTROL.                                                    00005900
            SELECT FOLHAANT ASSIGN TO FOLHAANT                          00006000
                 FILE STATUS IS WRK-FS-FOLHAANT.                        00006100
                                                                        00006200
            SELECT FOLHAHIS ASSIGN TO FOLHAHIS                          00006300
                 FILE STATUS IS WRK-FS-FOLHAHIS.                        00006400
                                                                        00006500
      *--------------ARQUIVOS SAIDAS---*                                00006600
            SELECT RETROAT ASSIGN TO RETROAT                            00006700
                 FILE STATUS IS WRK-FS-RETROAT.                         00006800
                                                                        00006900
            SELECT RELRETRO ASSIGN TO RELRETRO                          00007000
                 FILE STATUS IS WRK-FS-RELRETRO.                        00007100
                                                                        00007200
      *=============================================================*   00007300
       DATA                                      DIVISION.              00007400
      *=============================================================*   00007500
       FILE                                      SECTION.               00007600
      *-------------------LRECL 89----------------------------------*   00007700
       FD FOLHAANT                                                      00007800
           RECORDING MODE IS F                                          00007900
           LABEL RECORD IS STANDARD                                     00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
       01 FD-FOLHAANT.                                                  00008200
          05 FD-FOL-ID           PIC 9(05).                             00008300
          05 FD-FOL-NOME         PIC X(30).                             00008400
          05 FD-FOL-SETOR        PIC X(04).                             00008500
          05 FD-FOL-BRUTO        PIC 9(08)V99.                          00008600
          05 FD-FOL-INSS         PIC 9(08)V99.                          00008700
          05 FD-FOL-IRRF         PIC 9(08)V99.                          00008800
          05 FD-FOL-LIQUIDO      PIC 9(08)V99.                          00008900
          05 FILLER              PIC X(10).                             00009000
       01 FD-FOLHAANT-CAB.                                              00009100
          05 FD-CAB-TIPO         PIC X(09).                             00009200
          05 FILLER              PIC X(41).                             00009300
          05 FD-CAB-MES          PIC 9(06).                             00009400
          05 FD-CAB-DIA          PIC 9(02).                             00009500
          05 FILLER              PIC X(31).                             00009600
                                                                        00009700
      *-------------------LRECL 22----------------------------------*   00009800
       FD FOLHAHIS                                                      00009900
           RECORDING MODE IS F                                          00010000
           LABEL RECORD IS STANDARD                                     00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-FOLHAHIS.                                                  00010300
          05 FD-FH-SETOR         PIC X(04).                             00010400
          05 FD-FH-MES           PIC 9(06).                             00010500
          05 FD-FH-VALOR         PIC 9(10)V99.                          00010600
                                                                        00010700
      *-------------------LRECL 30----------------------------------*   00010800
       FD RETROAT                                                       00010900
           RECORDING MODE IS F.                                         00011000
       01 FD-RETROAT.                                                   00011100
          05 FD-RET-IDFUNC       PIC 9(05).                             00011200
          05 FD-RET-RUBRICA      PIC 9(04).                             00011300
          05 FD-RET-TIPO         PIC X(01).                             00011400
          05 FD-RET-VALOR        PIC 9(08)V99.                          00011500
          05 FD-RET-COMPET       PIC 9(06).                             00011600
          05 FILLER              PIC X(04).                             00011700
                                                                        00011800
      *-------------------LRECL 80----------------------------------*   00011900
       FD RELRETRO                                                      00012000
           RECORDING MODE IS F.                                         00012100
       01 FD-RELRETRO            PIC X(80).                             00012200
                                                                        00012300
      *=============================================================*   00012400
       WORKING-STORAGE                             SECTION.             00012500
      *=============================================================*   00012600
                                                                        00012700
       01 FILLER          PIC X(64) VALUE                               00012800
           '-----------BOOK LOGERROS------------------------'.          00012900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00013000
       COPY '#GLOG'.                                                    00013100
      *-------------------------------------------------------------*   00013200
                                                                        00013300
       01 FILLER          PIC X(64) VALUE                               00013400
           '-----------VARIAVEIS DE STATUS------------------'.          00013500
                                                                        00013600
       77 WRK-FS-FOLHAANT PIC 9(02).                                    00013700
       77 WRK-FS-FOLHAHIS PIC 9(02).                                    00013800
       77 WRK-FS-RETROAT  PIC 9(02).                                    00013900
       77 WRK-FS-RELRETRO PIC 9(02).                                    00014000
                                                                        00014100
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00014200
           88 WRK-FIM-FOLHAANT      VALUE 'S'.                          00014300
       77 WRK-SW-FIM-HIS  PIC X(01) VALUE 'N'.                          00014400
           88 WRK-FIM-FOLHAHIS      VALUE 'S'.                          00014500
       77 WRK-SW-GERACAO  PIC X(01) VALUE 'N'.                          00014600
           88 WRK-GERACAO-NO-PERIODO VALUE 'S'.                         00014700
                                                                        00014800
       01 FILLER          PIC X(64) VALUE                               00014900
           '-----------PARAMETROS SYSIN---------------------'.          00015000
                                                                        00015100
       01 WRK-CARTAO-MES.                                               00015200
          05 FILLER              PIC X(10).                             00015300
          05 WRK-CARTAO-MES-AC   PIC 9(06).                             00015400
       01 WRK-CARTAO-PCT.                                               00015500
          05 FILLER              PIC X(10).                             00015600
          05 WRK-CARTAO-PCT-AC   PIC 9(03)V99.                          00015700
                                                                        00015800
       77 WRK-MES-VIGENCIA PIC 9(06) VALUE ZEROES.                      00015900
       77 WRK-PERCENTUAL  PIC 9(03)V99 VALUE ZEROES.                    00016000
       77 WRK-MES-REAJUSTE PIC 9(06) VALUE ZEROES.                      00016100
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00016200
                                                                        00016300
       01 FILLER          PIC X(64) VALUE                               00016400
           '-----------RUBRICAS GERADAS---------------------'.          00016500
                                                                        00016600
       77 WRK-COD-DIFSAL  PIC 9(04) VALUE 0004.                         00016700
       77 WRK-COD-REF13   PIC 9(04) VALUE 0005.                         00016800
       77 WRK-COD-REFFER  PIC 9(04) VALUE 0006.                         00016900
                                                                        00017000
       01 FILLER          PIC X(64) VALUE                               00017100
           '-----------MESES JA LIDOS (MAXIMO 36)-----------'.          00017200
                                                                        00017300
       77 WRK-QTD-MES     PIC 9(04) COMP VALUE ZERO.                    00017400
       77 WRK-SUB-MES     PIC 9(04) COMP VALUE ZERO.                    00017500
       77 WRK-SW-MES-LIDO PIC X(01) VALUE 'N'.                          00017600
           88 WRK-MES-JA-LIDO       VALUE 'S'.                          00017700
       77 WRK-MES-ATUAL   PIC 9(06) VALUE ZEROES.                       00017800
       01 WRK-TAB-MESES.                                                00017900
          05 WRK-MES-LINHA OCCURS 36 TIMES.                             00018000
             10 WRK-MES-LIDO       PIC 9(06).                           00018100
                                                                        00018200
       01 FILLER          PIC X(64) VALUE                               00018300
           '-----------DIFERENCAS POR FUNCIONARIO (600)-----'.          00018400
                                                                        00018500
       77 WRK-QTD-FUN     PIC 9(04) COMP VALUE ZERO.                    00018600
       77 WRK-SUB-FUN     PIC 9(04) COMP VALUE ZERO.                    00018700
       77 WRK-SUB-LOC     PIC 9(04) COMP VALUE ZERO.                    00018800
       01 WRK-TAB-FUNC.                                                 00018900
          05 WRK-FUN-LINHA OCCURS 600 TIMES.                            00019000
             10 WRK-FUN-ID         PIC 9(05).                           00019100
             10 WRK-FUN-SETOR      PIC X(04).                           00019200
             10 WRK-FUN-DIFERENCA  PIC 9(08)V99.                        00019300
                                                                        00019400
       01 FILLER          PIC X(64) VALUE                               00019500
           '-----------TOTAIS POR SETOR (MAXIMO 50)---------'.          00019600
                                                                        00019700
       77 WRK-QTD-SET     PIC 9(04) COMP VALUE ZERO.                    00019800
       77 WRK-SUB-SET     PIC 9(04) COMP VALUE ZERO.                    00019900
       77 WRK-SUB-LSET    PIC 9(04) COMP VALUE ZERO.                    00020000
       77 WRK-SETOR-BUSCA PIC X(04) VALUE SPACES.                       00020100
       01 WRK-TAB-SETOR.                                                00020200
          05 WRK-SET-LINHA OCCURS 50 TIMES.                             00020300
             10 WRK-SET-SETOR      PIC X(04).                           00020400
             10 WRK-SET-ORIGINAL   PIC 9(10)V99.                        00020500
             10 WRK-SET-DIFERENCA  PIC 9(10)V99.                        00020600
             10 WRK-SET-REF13      PIC 9(10)V99.                        00020700
             10 WRK-SET-REFFER     PIC 9(10)V99.                        00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------CONTADORES E ACUMULADORES------------'.          00021100
                                                                        00021200
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00021300
       77 WRK-REGNOPERIODO PIC 9(05) VALUE ZEROES.                      00021400
       77 WRK-QTD-GERACOES PIC 9(05) VALUE ZEROES.                      00021500
       77 WRK-QTD-REPETIDAS PIC 9(05) VALUE ZEROES.                     00021600
       77 WRK-REGRETROAT  PIC 9(05) VALUE ZEROES.                       00021700
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00021800
       77 WRK-VLR-DIF     PIC 9(08)V99 VALUE ZEROES.                    00021900
       77 WRK-VLR-REF13   PIC 9(08)V99 VALUE ZEROES.                    00022000
       77 WRK-VLR-REFFER  PIC 9(08)V99 VALUE ZEROES.                    00022100
       77 WRK-TOT-ORIGINAL PIC 9(10)V99 VALUE ZEROES.                   00022200
       77 WRK-TOT-DIFERENCA PIC 9(10)V99 VALUE ZEROES.                  00022300
       77 WRK-TOT-REF13   PIC 9(10)V99 VALUE ZEROES.                    00022400
       77 WRK-TOT-REFFER  PIC 9(10)V99 VALUE ZEROES.                    00022500
       77 WRK-TOT-RETRO   PIC 9(10)V99 VALUE ZEROES.                    00022600
                                                                        00022700
       01 FILLER          PIC X(64) VALUE                               00022800
           '-----------LINHAS DO RELATORIO------------------'.          00022900
                                                                        00023000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00023100
                                                                        00023200
       01 WRK-LINHA-TITULO.                                             00023300
          05 FILLER              PIC X(34) VALUE                        00023400
             'DISSIDIO RETROATIVO - VIGENCIA DE '.                      00023500
          05 WRK-TIT-VIGENCIA    PIC 9(06).                             00023600
          05 FILLER              PIC X(03) VALUE ' A '.                 00023700
          05 WRK-TIT-ULTIMO      PIC 9(06).                             00023800
          05 FILLER              PIC X(03) VALUE ' - '.                 00023900
          05 WRK-TIT-PCT         PIC ZZ9,99.                            00024000
          05 FILLER              PIC X(22) VALUE ' %'.                  00024100
                                                                        00024200
       01 WRK-LINHA-CABEC.                                              00024300
          05 FILLER              PIC X(44) VALUE                        00024400
             'SET. CUSTO ORIGINAL  DIF.SALARIAL   REFLEXO '.            00024500
          05 FILLER              PIC X(36) VALUE                        00024600
             '13O   REFL.FERIAS CUSTO RETROAT.'.                        00024700
                                                                        00024800
       01 WRK-LINHA-DETALHE.                                            00024900
          05 WRK-DET-SETOR       PIC X(04).                             00025000
          05 FILLER              PIC X(01) VALUE SPACE.                 00025100
          05 WRK-DET-ORIGINAL    PIC ZZZ.ZZZ.ZZ9,99.                    00025200
          05 FILLER              PIC X(01) VALUE SPACE.                 00025300
          05 WRK-DET-DIFERENCA   PIC ZZ.ZZZ.ZZ9,99.                     00025400
          05 FILLER              PIC X(01) VALUE SPACE.                 00025500
          05 WRK-DET-REF13       PIC ZZ.ZZZ.ZZ9,99.                     00025600
          05 FILLER              PIC X(01) VALUE SPACE.                 00025700
          05 WRK-DET-REFFER      PIC ZZ.ZZZ.ZZ9,99.                     00025800
          05 FILLER              PIC X(01) VALUE SPACE.                 00025900
          05 WRK-DET-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.                    00026000
          05 FILLER              PIC X(04) VALUE SPACES.                00026100
                                                                        00026200
      *=============================================================*   00026300
       PROCEDURE DIVISION.                                              00026400
      *=============================================================*   00026500
                                                                        00026600
      *-------------------------------------------------------------*   00026700
       0000-PRINCIPAL                           SECTION.                00026800
      *-------------------------------------------------------------*   00026900
                                                                        00027000
            PERFORM  1000-INICIAR.                                      00027100
                                                                        00027200
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FOLHAANT.             00027300
                                                                        00027400
            PERFORM  3000-FINALIZAR.                                    00027500
                                                                        00027600
            STOP RUN.                                                   00027700
                                                                        00027800
      *-------------------------------------------------------------*   00027900
       1000-INICIAR                             SECTION.                00028000
      *-------------------------------------------------------------*   00028100
             OPEN INPUT  FOLHAANT                                       00028200
                  OUTPUT RETROAT RELRETRO.                              00028300
                                                                        00028400
               PERFORM 4000-TESTARSTATUS.                               00028500
                                                                        00028600
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00028700
                                                                        00028800
               ACCEPT WRK-CARTAO-MES FROM SYSIN.                        00028900
               MOVE WRK-CARTAO-MES-AC TO WRK-MES-VIGENCIA.              00029000
               ACCEPT WRK-CARTAO-PCT FROM SYSIN.                        00029100
               MOVE WRK-CARTAO-PCT-AC TO WRK-PERCENTUAL.                00029200
               ACCEPT WRK-CARTAO-MES FROM SYSIN.                        00029300
               IF WRK-CARTAO-MES-AC EQUAL ZEROES                        00029400
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-REAJUSTE          00029500
               ELSE                                                     00029600
                  MOVE WRK-CARTAO-MES-AC TO WRK-MES-REAJUSTE            00029700
               END-IF.                                                  00029800
                                                                        00029900
               IF WRK-PERCENTUAL EQUAL ZEROES                           00030000
                  OR WRK-MES-VIGENCIA NOT LESS WRK-MES-REAJUSTE         00030100
                  DISPLAY ' PARAMETROS INVALIDOS - VIGENCIA '           00030200
                          WRK-MES-VIGENCIA ' REAJUSTE '                 00030300
                          WRK-MES-REAJUSTE ' PERCENTUAL '               00030400
                          WRK-PERCENTUAL                                00030500
                  MOVE 8 TO RETURN-CODE                                 00030600
                  STOP RUN                                              00030700
               END-IF.                                                  00030800
                                                                        00030900
      *----CUSTO ORIGINAL DOS MESES POR SETOR (OPCIONAL)-------------*  00031000
               OPEN INPUT FOLHAHIS.                                     00031100
               IF WRK-FS-FOLHAHIS NOT EQUAL 00                          00031200
                  DISPLAY ' FOLHAHIS INDISPONIVEL (FS=' WRK-FS-FOLHAHIS 00031300
                          ') - SEM CUSTO ORIGINAL POR SETOR'            00031400
                  MOVE 'S' TO WRK-SW-FIM-HIS                            00031500
               ELSE                                                     00031600
                  PERFORM 1200-CARREGAR-FOLHAHIS                        00031700
                          UNTIL WRK-FIM-FOLHAHIS                        00031800
                  CLOSE FOLHAHIS                                        00031900
               END-IF.                                                  00032000
                                                                        00032100
               MOVE WRK-MES-VIGENCIA TO WRK-TIT-VIGENCIA.               00032200
               MOVE WRK-MES-REAJUSTE TO WRK-MES-ATUAL.                  00032300
               PERFORM 2700-MES-ANTERIOR.                               00032400
               MOVE WRK-MES-ATUAL    TO WRK-TIT-ULTIMO.                 00032500
               MOVE WRK-PERCENTUAL   TO WRK-TIT-PCT.                    00032600
               MOVE ZEROES           TO WRK-MES-ATUAL.                  00032700
               WRITE FD-RELRETRO FROM WRK-LINHA-TRACO.                  00032800
               WRITE FD-RELRETRO FROM WRK-LINHA-TITULO.                 00032900
               WRITE FD-RELRETRO FROM WRK-LINHA-TRACO.                  00033000
               WRITE FD-RELRETRO FROM WRK-LINHA-CABEC.                  00033100
                                                                        00033200
       1000-99-FIM.              EXIT.                                  00033300
      *-------------------------------------------------------------*   00033400
       1200-CARREGAR-FOLHAHIS                   SECTION.                00033500
      *-------------------------------------------------------------*   00033600
            READ FOLHAHIS                                               00033700
              AT END                                                    00033800
                MOVE 'S' TO WRK-SW-FIM-HIS                              00033900
              NOT AT END                                                00034000
                IF FD-FH-MES NOT LESS WRK-MES-VIGENCIA                  00034100
                   AND FD-FH-MES LESS WRK-MES-REAJUSTE                  00034200
                   MOVE FD-FH-SETOR TO WRK-SETOR-BUSCA                  00034300
                   PERFORM 2950-LOCALIZAR-SETOR                         00034400
                   IF WRK-SUB-LSET NOT EQUAL ZERO                       00034500
                      ADD FD-FH-VALOR TO                                00034600
                          WRK-SET-ORIGINAL (WRK-SUB-LSET)               00034700
                   END-IF                                               00034800
                END-IF                                                  00034900
            END-READ.                                                   00035000
       1200-99-FIM.              EXIT.                                  00035100
      *-------------------------------------------------------------*   00035200
       2000-PROCESSAR                           SECTION.                00035300
      *-------------------------------------------------------------*   00035400
            READ FOLHAANT                                               00035500
              AT END                                                    00035600
                MOVE 'S' TO WRK-SW-FIM-FOL                              00035700
            END-READ.                                                   00035800
            PERFORM 4100-TESTARSTATUS-FOLHAANT.                         00035900
            IF WRK-FS-FOLHAANT NOT EQUAL 00                             00036000
               GO TO 2000-99-FIM.                                       00036100
            IF FD-CAB-TIPO EQUAL 'CABECALHO'                            00036200
               PERFORM 2100-ABRIR-GERACAO                               00036300
               GO TO 2000-99-FIM.                                       00036400
            IF FD-FOLHAANT (1:6) EQUAL 'RODAPE'                         00036500
               GO TO 2000-99-FIM.                                       00036600
            ADD 1 TO WRK-REGLIDOS.                                      00036700
                                                                        00036800
            IF NOT WRK-GERACAO-NO-PERIODO                               00036900
               GO TO 2000-99-FIM.                                       00037000
            ADD 1 TO WRK-REGNOPERIODO.                                  00037100
                                                                        00037200
            PERFORM 2200-CALCULAR-DIFERENCA.                            00037300
                                                                        00037400
       2000-99-FIM.              EXIT.                                  00037500
      *-------------------------------------------------------------*   00037600
       2100-ABRIR-GERACAO                       SECTION.                00037700
      *-------------------------------------------------------------*   00037800
      *   CABECALHO DE UMA GERACAO DO FOLHA: O MES DA DATA DIZ SE   *   00037900
      *   OS REGISTROS SEGUINTES ENTRAM NO RETROATIVO. UM MES QUE   *   00038000
      *   JA VEIO EM OUTRA GERACAO (REPROCESSAMENTO) E IGNORADO.    *   00038100
      *-------------------------------------------------------------*   00038200
            ADD 1 TO WRK-QTD-GERACOES.                                  00038300
            MOVE 'N' TO WRK-SW-GERACAO.                                 00038400
            MOVE FD-CAB-MES TO WRK-MES-ATUAL.                           00038500
            IF WRK-MES-ATUAL LESS WRK-MES-VIGENCIA                      00038600
               OR WRK-MES-ATUAL NOT LESS WRK-MES-REAJUSTE               00038700
               GO TO 2100-99-FIM.                                       00038800
                                                                        00038900
            MOVE 'N' TO WRK-SW-MES-LIDO.                                00039000
            MOVE 1 TO WRK-SUB-MES.                                      00039100
            PERFORM 2110-COMPARAR-MES                                   00039200
                    UNTIL WRK-SUB-MES GREATER WRK-QTD-MES               00039300
                       OR WRK-MES-JA-LIDO.                              00039400
            IF WRK-MES-JA-LIDO                                          00039500
               DISPLAY ' GERACAO REPETIDA DO MES ' WRK-MES-ATUAL        00039600
                       ' - IGNORADA'                                    00039700
               ADD 1 TO WRK-QTD-REPETIDAS                               00039800
               GO TO 2100-99-FIM.                                       00039900
                                                                        00040000
            IF WRK-QTD-MES LESS 36                                      00040100
               ADD 1 TO WRK-QTD-MES                                     00040200
               MOVE WRK-MES-ATUAL TO WRK-MES-LIDO (WRK-QTD-MES)         00040300
            END-IF.                                                     00040400
            MOVE 'S' TO WRK-SW-GERACAO.                                 00040500
       2100-99-FIM.              EXIT.                                  00040600
      *-------------------------------------------------------------*   00040700
       2110-COMPARAR-MES                        SECTION.                00040800
      *-------------------------------------------------------------*   00040900
            IF WRK-MES-LIDO (WRK-SUB-MES) EQUAL WRK-MES-ATUAL           00041000
               MOVE 'S' TO WRK-SW-MES-LIDO                              00041100
            END-IF.                                                     00041200
            ADD 1 TO WRK-SUB-MES.                                       00041300
       2110-99-FIM.              EXIT.                                  00041400
      *-------------------------------------------------------------*   00041500
       2200-CALCULAR-DIFERENCA                  SECTION.                00041600
      *-------------------------------------------------------------*   00041700
      *   DIFERENCA DO MES = BRUTO PAGO X PERCENTUAL. O BRUTO JA    *   00041800
      *   VEM PROPORCIONAL (FERIAS E AFASTAMENTOS ABATIDOS PELO     *   00041900
      *   FR19DB12), ENTAO A DIFERENCA SEGUE A MESMA PROPORCAO.     *   00042000
      *-------------------------------------------------------------*   00042100
            COMPUTE WRK-VLR-DIF ROUNDED =                               00042200
                    FD-FOL-BRUTO * WRK-PERCENTUAL / 100.                00042300
            IF WRK-VLR-DIF EQUAL ZEROES                                 00042400
               GO TO 2200-99-FIM.                                       00042500
                                                                        00042600
            MOVE FD-FOL-ID        TO FD-RET-IDFUNC.                     00042700
            MOVE WRK-COD-DIFSAL   TO FD-RET-RUBRICA.                    00042800
            MOVE 'P'              TO FD-RET-TIPO.                       00042900
            MOVE WRK-VLR-DIF      TO FD-RET-VALOR.                      00043000
            MOVE WRK-MES-ATUAL    TO FD-RET-COMPET.                     00043100
            PERFORM 2800-GRAVAR-RETROAT.                                00043200
                                                                        00043300
            PERFORM 2900-LOCALIZAR-FUNC.                                00043400
            IF WRK-SUB-LOC EQUAL ZERO                                   00043500
               ADD 1 TO WRK-QTD-IGNORA                                  00043600
            ELSE                                                        00043700
               ADD WRK-VLR-DIF TO WRK-FUN-DIFERENCA (WRK-SUB-LOC)       00043800
            END-IF.                                                     00043900
                                                                        00044000
            MOVE FD-FOL-SETOR TO WRK-SETOR-BUSCA.                       00044100
            PERFORM 2950-LOCALIZAR-SETOR.                               00044200
            IF WRK-SUB-LSET NOT EQUAL ZERO                              00044300
               ADD WRK-VLR-DIF TO WRK-SET-DIFERENCA (WRK-SUB-LSET)      00044400
            END-IF.                                                     00044500
       2200-99-FIM.              EXIT.                                  00044600
      *-------------------------------------------------------------*   00044700
       2300-GERAR-REFLEXOS                      SECTION.                00044800
      *-------------------------------------------------------------*   00044900
      *   REFLEXOS DA SOMA DAS DIFERENCAS DO FUNCIONARIO, PAGOS NA  *   00045000
      *   COMPETENCIA DO REAJUSTE: 13O = SOMA / 12; FERIAS COM O    *   00045100
      *   TERCO CONSTITUCIONAL = SOMA / 12 X 4/3 = SOMA / 9.        *   00045200
      *-------------------------------------------------------------*   00045300
            IF WRK-FUN-DIFERENCA (WRK-SUB-FUN) GREATER ZEROES           00045400
               PERFORM 2310-GRAVAR-REFLEXOS                             00045500
            END-IF.                                                     00045600
            ADD 1 TO WRK-SUB-FUN.                                       00045700
       2300-99-FIM.              EXIT.                                  00045800
      *-------------------------------------------------------------*   00045900
       2310-GRAVAR-REFLEXOS                     SECTION.                00046000
      *-------------------------------------------------------------*   00046100
            COMPUTE WRK-VLR-REF13 ROUNDED =                             00046200
                    WRK-FUN-DIFERENCA (WRK-SUB-FUN) / 12.               00046300
            COMPUTE WRK-VLR-REFFER ROUNDED =                            00046400
                    WRK-FUN-DIFERENCA (WRK-SUB-FUN) / 9.                00046500
                                                                        00046600
            MOVE WRK-FUN-ID (WRK-SUB-FUN) TO FD-RET-IDFUNC.             00046700
            MOVE 'P'                      TO FD-RET-TIPO.               00046800
            MOVE WRK-MES-REAJUSTE         TO FD-RET-COMPET.             00046900
            MOVE WRK-COD-REF13            TO FD-RET-RUBRICA.            00047000
            MOVE WRK-VLR-REF13            TO FD-RET-VALOR.              00047100
            PERFORM 2800-GRAVAR-RETROAT.                                00047200
            MOVE WRK-COD-REFFER           TO FD-RET-RUBRICA.            00047300
            MOVE WRK-VLR-REFFER           TO FD-RET-VALOR.              00047400
            PERFORM 2800-GRAVAR-RETROAT.                                00047500
                                                                        00047600
            MOVE WRK-FUN-SETOR (WRK-SUB-FUN) TO WRK-SETOR-BUSCA.        00047700
            PERFORM 2950-LOCALIZAR-SETOR.                               00047800
            IF WRK-SUB-LSET NOT EQUAL ZERO                              00047900
               ADD WRK-VLR-REF13  TO WRK-SET-REF13 (WRK-SUB-LSET)       00048000
               ADD WRK-VLR-REFFER TO WRK-SET-REFFER (WRK-SUB-LSET)      00048100
            END-IF.                                                     00048200
       2310-99-FIM.              EXIT.                                  00048300
      *-------------------------------------------------------------*   00048400
       2400-IMPRIMIR-SETOR                      SECTION.                00048500
      *-------------------------------------------------------------*   00048600
            COMPUTE WRK-TOT-RETRO = WRK-SET-DIFERENCA (WRK-SUB-SET)     00048700
                                  + WRK-SET-REF13 (WRK-SUB-SET)         00048800
                                  + WRK-SET-REFFER (WRK-SUB-SET).       00048900
            MOVE WRK-SET-SETOR (WRK-SUB-SET)     TO WRK-DET-SETOR.      00049000
            MOVE WRK-SET-ORIGINAL (WRK-SUB-SET)  TO WRK-DET-ORIGINAL.   00049100
            MOVE WRK-SET-DIFERENCA (WRK-SUB-SET) TO WRK-DET-DIFERENCA.  00049200
            MOVE WRK-SET-REF13 (WRK-SUB-SET)     TO WRK-DET-REF13.      00049300
            MOVE WRK-SET-REFFER (WRK-SUB-SET)    TO WRK-DET-REFFER.     00049400
            MOVE WRK-TOT-RETRO                   TO WRK-DET-TOTAL.      00049500
            WRITE FD-RELRETRO FROM WRK-LINHA-DETALHE.                   00049600
                                                                        00049700
            ADD WRK-SET-ORIGINAL (WRK-SUB-SET)  TO WRK-TOT-ORIGINAL.    00049800
            ADD WRK-SET-DIFERENCA (WRK-SUB-SET) TO WRK-TOT-DIFERENCA.   00049900
            ADD WRK-SET-REF13 (WRK-SUB-SET)     TO WRK-TOT-REF13.       00050000
            ADD WRK-SET-REFFER (WRK-SUB-SET)    TO WRK-TOT-REFFER.      00050100
            ADD 1 TO WRK-SUB-SET.                                       00050200
       2400-99-FIM.              EXIT.                                  00050300
      *-------------------------------------------------------------*   00050400
       2700-MES-ANTERIOR                        SECTION.                00050500
      *-------------------------------------------------------------*   00050600
            IF WRK-MES-ATUAL (5:2) EQUAL '01'                           00050700
               COMPUTE WRK-MES-ATUAL = WRK-MES-ATUAL - 100 + 11         00050800
            ELSE                                                        00050900
               SUBTRACT 1 FROM WRK-MES-ATUAL                            00051000
            END-IF.                                                     00051100
       2700-99-FIM.              EXIT.                                  00051200
      *-------------------------------------------------------------*   00051300
       2800-GRAVAR-RETROAT                      SECTION.                00051400
      *-------------------------------------------------------------*   00051500
            WRITE FD-RETROAT.                                           00051600
            IF WRK-FS-RETROAT NOT EQUAL 00                              00051700
               MOVE 'ERRO NO WRITE RETROAT ' TO WRK-MSGERRO             00051800
               MOVE '2800'                   TO WRK-SECAO               00051900
               MOVE WRK-FS-RETROAT           TO WRK-STATUS              00052000
               PERFORM 9000-TRATAERROS                                  00052100
            END-IF.                                                     00052200
            ADD 1 TO WRK-REGRETROAT.                                    00052300
       2800-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2900-LOCALIZAR-FUNC                      SECTION.                00052600
      *-------------------------------------------------------------*   00052700
      *   POSICAO DO FD-FOL-ID NA TABELA EM WRK-SUB-LOC; ID NOVO    *   00052800
      *   ENTRA NO FIM COM O SETOR DO MES. TABELA CHEIA DEVOLVE     *   00052900
      *   ZERO.                                                     *   00053000
      *-------------------------------------------------------------*   00053100
            MOVE ZERO TO WRK-SUB-LOC.                                   00053200
            MOVE 1 TO WRK-SUB-FUN.                                      00053300
            PERFORM 2910-COMPARAR-FUNC                                  00053400
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00053500
                       OR WRK-SUB-LOC GREATER ZERO.                     00053600
            IF WRK-SUB-LOC GREATER ZERO                                 00053700
               GO TO 2900-99-FIM.                                       00053800
                                                                        00053900
            IF WRK-QTD-FUN NOT LESS 600                                 00054000
               DISPLAY ' TABELA DE FUNCIONARIOS ESGOTADA (600) - '      00054100
                       FD-FOL-ID                                        00054200
               GO TO 2900-99-FIM.                                       00054300
            ADD 1 TO WRK-QTD-FUN.                                       00054400
            MOVE FD-FOL-ID    TO WRK-FUN-ID (WRK-QTD-FUN).              00054500
            MOVE FD-FOL-SETOR TO WRK-FUN-SETOR (WRK-QTD-FUN).           00054600
            MOVE ZEROES       TO WRK-FUN-DIFERENCA (WRK-QTD-FUN).       00054700
            MOVE WRK-QTD-FUN  TO WRK-SUB-LOC.                           00054800
       2900-99-FIM.              EXIT.                                  00054900
      *-------------------------------------------------------------*   00055000
       2910-COMPARAR-FUNC                       SECTION.                00055100
      *-------------------------------------------------------------*   00055200
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL FD-FOL-ID                 00055300
               MOVE WRK-SUB-FUN TO WRK-SUB-LOC                          00055400
            END-IF.                                                     00055500
            ADD 1 TO WRK-SUB-FUN.                                       00055600
       2910-99-FIM.              EXIT.                                  00055700
      *-------------------------------------------------------------*   00055800
       2950-LOCALIZAR-SETOR                     SECTION.                00055900
      *-------------------------------------------------------------*   00056000
            MOVE ZERO TO WRK-SUB-LSET.                                  00056100
            MOVE 1 TO WRK-SUB-SET.                                      00056200
            PERFORM 2960-COMPARAR-SETOR                                 00056300
                    UNTIL WRK-SUB-SET GREATER WRK-QTD-SET               00056400
                       OR WRK-SUB-LSET GREATER ZERO.                    00056500
            IF WRK-SUB-LSET GREATER ZERO                                00056600
               GO TO 2950-99-FIM.                                       00056700
                                                                        00056800
            IF WRK-QTD-SET NOT LESS 50                                  00056900
               DISPLAY ' TABELA DE SETORES ESGOTADA (50) - '            00057000
                       WRK-SETOR-BUSCA                                  00057100
               GO TO 2950-99-FIM.                                       00057200
            ADD 1 TO WRK-QTD-SET.                                       00057300
            INITIALIZE WRK-SET-LINHA (WRK-QTD-SET).                     00057400
            MOVE WRK-SETOR-BUSCA TO WRK-SET-SETOR (WRK-QTD-SET).        00057500
            MOVE WRK-QTD-SET     TO WRK-SUB-LSET.                       00057600
       2950-99-FIM.              EXIT.                                  00057700
      *-------------------------------------------------------------*   00057800
       2960-COMPARAR-SETOR                      SECTION.                00057900
      *-------------------------------------------------------------*   00058000
            IF WRK-SET-SETOR (WRK-SUB-SET) EQUAL WRK-SETOR-BUSCA        00058100
               MOVE WRK-SUB-SET TO WRK-SUB-LSET                         00058200
            END-IF.                                                     00058300
            ADD 1 TO WRK-SUB-SET.                                       00058400
       2960-99-FIM.              EXIT.                                  00058500
      *-------------------------------------------------------------*   00058600
       3000-FINALIZAR                           SECTION.                00058700
      *-------------------------------------------------------------*   00058800
             MOVE 1 TO WRK-SUB-FUN.                                     00058900
             PERFORM 2300-GERAR-REFLEXOS                                00059000
                     UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN.             00059100
                                                                        00059200
             MOVE 1 TO WRK-SUB-SET.                                     00059300
             PERFORM 2400-IMPRIMIR-SETOR                                00059400
                     UNTIL WRK-SUB-SET GREATER WRK-QTD-SET.             00059500
                                                                        00059600
             COMPUTE WRK-TOT-RETRO = WRK-TOT-DIFERENCA + WRK-TOT-REF13  00059700
                                   + WRK-TOT-REFFER.                    00059800
             MOVE 'TOT.'            TO WRK-DET-SETOR.                   00059900
             MOVE WRK-TOT-ORIGINAL  TO WRK-DET-ORIGINAL.                00060000
             MOVE WRK-TOT-DIFERENCA TO WRK-DET-DIFERENCA.               00060100
             MOVE WRK-TOT-REF13     TO WRK-DET-REF13.                   00060200
             MOVE WRK-TOT-REFFER    TO WRK-DET-REFFER.                  00060300
             MOVE WRK-TOT-RETRO     TO WRK-DET-TOTAL.                   00060400
             WRITE FD-RELRETRO FROM WRK-LINHA-TRACO.                    00060500
             WRITE FD-RELRETRO FROM WRK-LINHA-DETALHE.                  00060600
             WRITE FD-RELRETRO FROM WRK-LINHA-TRACO.                    00060700
                                                                        00060800
             CLOSE FOLHAANT RETROAT RELRETRO.                           00060900
              DISPLAY ' ============================================'.  00061000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB51          '.  00061100
              DISPLAY ' ============================================'.  00061200
              DISPLAY ' VIGENCIA DO DISSIDIO.......' WRK-MES-VIGENCIA.  00061300
              DISPLAY ' PRIMEIRO MES REAJUSTADO....' WRK-MES-REAJUSTE.  00061400
              DISPLAY ' PERCENTUAL.................' WRK-PERCENTUAL.    00061500
              DISPLAY ' GERACOES DO FOLHA LIDAS....' WRK-QTD-GERACOES.  00061600
              DISPLAY ' MESES NO RETROATIVO........' WRK-QTD-MES.       00061700
              DISPLAY ' GERACOES REPETIDAS.........' WRK-QTD-REPETIDAS. 00061800
              DISPLAY ' REGISTROS DE FOLHA LIDOS...' WRK-REGLIDOS.      00061900
              DISPLAY ' REGISTROS NO PERIODO.......' WRK-REGNOPERIODO.  00062000
              DISPLAY ' FUNCIONARIOS COM DIFERENCA.' WRK-QTD-FUN.       00062100
              DISPLAY ' FORA DA TABELA (SEM REFLEX)' WRK-QTD-IGNORA.    00062200
              DISPLAY ' EVENTOS NO RETROAT.........' WRK-REGRETROAT.    00062300
              DISPLAY ' CUSTO RETROATIVO TOTAL.....' WRK-TOT-RETRO.     00062400
              DISPLAY ' ============================================'.  00062500
              IF WRK-QTD-REPETIDAS GREATER ZEROES                       00062600
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00062700
                 MOVE 4 TO RETURN-CODE                                  00062800
              END-IF.                                                   00062900
                                                                        00063000
       3000-99-FIM.              EXIT.                                  00063100
      *-------------------------------------------------------------*   00063200
       4000-TESTARSTATUS                            SECTION.            00063300
      *-------------------------------------------------------------*   00063400
                 PERFORM 4100-TESTARSTATUS-FOLHAANT.                    00063500
                 IF WRK-FS-RETROAT NOT EQUAL 00                         00063600
                   MOVE 'ERRO NO OPEN RETROAT  ' TO WRK-MSGERRO         00063700
                   MOVE '1000'                   TO WRK-SECAO           00063800
                   MOVE WRK-FS-RETROAT           TO WRK-STATUS          00063900
                    PERFORM 9000-TRATAERROS                             00064000
                 END-IF.                                                00064100
                 IF WRK-FS-RELRETRO NOT EQUAL 00                        00064200
                   MOVE 'ERRO NO OPEN RELRETRO ' TO WRK-MSGERRO         00064300
                   MOVE '1000'                   TO WRK-SECAO           00064400
                   MOVE WRK-FS-RELRETRO          TO WRK-STATUS          00064500
                    PERFORM 9000-TRATAERROS                             00064600
                 END-IF.                                                00064700
                                                                        00064800
       4000-99-FIM.              EXIT.                                  00064900
      *-------------------------------------------------------------*   00065000
       4100-TESTARSTATUS-FOLHAANT                   SECTION.            00065100
      *-------------------------------------------------------------*   00065200
               IF WRK-FS-FOLHAANT NOT EQUAL 00                          00065300
                           AND WRK-FS-FOLHAANT NOT EQUAL 10             00065400
                 MOVE 'ERRO NO FOLHAANT      ' TO WRK-MSGERRO           00065500
                 MOVE '2000'                   TO WRK-SECAO             00065600
                 MOVE WRK-FS-FOLHAANT          TO WRK-STATUS            00065700
                  PERFORM 9000-TRATAERROS                               00065800
               END-IF.                                                  00065900
                                                                        00066000
       4100-99-FIM.              EXIT.                                  00066100
      *-------------------------------------------------------------*   00066200
       9000-TRATAERROS                              SECTION.            00066300
      *-------------------------------------------------------------*   00066400
           MOVE 'FR19DB51' TO WRK-PROGRAMA                              00066500
           MOVE 'E'        TO WRK-SEVERIDADE                            00066600
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00066700
           GOBACK.                                                      00066800
                                                                        00066900
       9000-99-FIM.              EXIT.                                  00067000
