      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19CTL.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONFRONTO DOS TOTAIS DE CONTROLE ENTRE AS       *   00001200
      *    CADEIAS. CADA CADEIA FECHAVA SEUS PROPRIOS TOTAIS, MAS   *   00001300
      *    NINGUEM CONFERIA SE O QUE UM PROGRAMA GRAVOU FOI O QUE   *   00001400
      *    O SEGUINTE LEU (O MOVSAL CONTRA O LIQUIDO DA FOLHA, O    *   00001500
      *    MOVMENS CONTRA AS MENSALIDADES, O LANCTOS CONTRA O       *   00001600
      *    MOVPOST + MOVTAR, O FATPROJ CONTRA AS HORAS DO FUNPROJ). *   00001700
      *    OS PROGRAMAS DEPOSITAM NO RAZAO CTLLEDG (VIA GRAVCTL) A  *   00001800
      *    QUANTIDADE E O VALOR DE CADA ARQUIVO QUE PRODUZEM (P) OU *   00001900
      *    CONSOMEM (C). ESTE PROGRAMA CONSOLIDA OS DEPOSITOS DO    *   00002000
      *    CICLO POR PROGRAMA + DATASET + PAPEL (UMA REEXECUCAO,    *   00002100
      *    COM OUTRO RUNID, SUBSTITUI OS NUMEROS DA ANTERIOR) E     *   00002200
      *    AVALIA CADA REGRA DO CTLREGRA: SOMA DE ATE 3 TERMOS NO   *   00002300
      *    LADO A CONTRA ATE 3 TERMOS NO LADO B, COMPARANDO         *   00002400
      *    QUANTIDADE (Q), VALOR (V) OU AMBOS (A) DENTRO DA         *   00002500
      *    TOLERANCIA DA REGRA:                                     *   00002600
      *     OK            - LADOS BATEM DENTRO DA TOLERANCIA        *   00002700
      *     QUEBRA        - DIFERENCA ACIMA DA TOLERANCIA, OU UM    *   00002800
      *                     LADO INTEIRO SEM DEPOSITO NO CICLO      *   00002900
      *     SEM MOVIMENTO - NENHUM DOS LADOS DEPOSITOU (CADEIA QUE  *   00003000
      *                     NAO RODA TODO DIA, EX. MOVTAR MENSAL)   *   00003100
      *    QUEBRA EM REGRA CRITICA DA RC=8; EM REGRA NAO CRITICA    *   00003200
      *    DA RC=4.                                                 *   00003300
      *    CARTAO SYSIN 1: DATA DO CICLO AAAAMMDD (ZEROS = HOJE).   *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    CTLREGRA             I                  -----------      *   00003800
      *    CTLLEDG              I                  -----------      *   00003900
      *    RELCTL               O                  -----------      *   00004000
      *-------------------------------------------------------------*   00004100
      *   MODULOS....:                             INCLUDE/BOOK     *   00004200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004300
      *=============================================================*   00004400
                                                                        00004500
      *=============================================================*   00004600
       ENVIRONMENT                               DIVISION.              00004700
      *=============================================================*   00004800
                                                                        00004900
      *=============================================================*   00005000
       CONFIGURATION                               SECTION.             00005100
      *=============================================================*   00005200
       SPECIAL-NAMES.                                                   00005300
           DECIMAL-POINT IS COMMA.                                      00005400
                                                                        00005500
       INPUT-OUTPUT                                SECTION.             00005600
       FILE-CONTROL.                                                    00005700
            SELECT CTLREGRA ASSIGN TO CTLREGRA                          00005800
                 FILE STATUS IS WRK-FS-CTLREGRA.                        00005900
                                                                        00006000
            SELECT CTLLEDG ASSIGN TO CTLLEDG                            00006100
                 FILE STATUS IS WRK-FS-CTLLEDG.                         00006200
                                                                        00006300
            SELECT RELCTL ASSIGN TO RELCTL                              00006400
                 FILE STATUS IS WRK-FS-RELCTL.                          00006500
                                                                        00006600
      *=============================================================*   00006700
       DATA                                      DIVISION.              00006800
      *=============================================================*   00006900
       FILE                                      SECTION.               00007000
       FD CTLREGRA                                                      00007100
           RECORDING MODE IS F                                          00007200
           LABEL RECORD IS STANDARD                                     00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
      *-------------------LRECL 160---------------------------------*   00007500
      *   '*' NA COLUNA 1 = COMENTARIO. TERMO COM PROGRAMA EM        *  00007600
      *   BRANCO NAO ENTRA NA SOMA DO LADO.                          *  00007700
      *-------------------------------------------------------------*   00007800
       01 FD-CTLREGRA.                                                  00007900
          05 FD-RGR-DADOS.                                              00008000
             10 FD-RGR-REGRA        PIC X(04).                          00008100
             10 FD-RGR-DESCRICAO    PIC X(30).                          00008200
             10 FD-RGR-CRITICA      PIC X(01).                          00008300
             10 FD-RGR-COMPARA      PIC X(01).                          00008400
             10 FD-RGR-TOL-QTD      PIC 9(05).                          00008500
             10 FD-RGR-TOL-VALOR    PIC 9(07)V99.                       00008600
             10 FD-RGR-LADO         OCCURS 2 TIMES.                     00008700
                15 FD-RGR-TERMO     OCCURS 3 TIMES.                     00008800
                   20 FD-RGR-PROGRAMA  PIC X(08).                       00008900
                   20 FD-RGR-DATASET   PIC X(08).                       00009000
                   20 FD-RGR-PAPEL     PIC X(01).                       00009100
          05 FILLER                 PIC X(08).                          00009200
                                                                        00009300
       FD CTLLEDG                                                       00009400
           RECORDING MODE IS F                                          00009500
           LABEL RECORD IS STANDARD                                     00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
      *-------------------LRECL 80----------------------------------*   00009800
       01 FD-CTLLEDG.                                                   00009900
          05 FD-CTL-PROGRAMA     PIC X(08).                             00010000
          05 FD-CTL-RUNID        PIC X(14).                             00010100
          05 FD-CTL-DATA         PIC 9(08).                             00010200
          05 FD-CTL-HORA         PIC 9(06).                             00010300
          05 FD-CTL-DATASET      PIC X(08).                             00010400
          05 FD-CTL-PAPEL        PIC X(01).                             00010500
          05 FD-CTL-QTD          PIC 9(09).                             00010600
          05 FD-CTL-VALOR        PIC 9(13)V99.                          00010700
          05 FILLER              PIC X(11).                             00010800
                                                                        00010900
       FD RELCTL                                                        00011000
           RECORDING MODE IS F.                                         00011100
      *-------------------LRECL 120---------------------------------*   00011200
       01 FD-RELCTL              PIC X(120).                            00011300
                                                                        00011400
      *=============================================================*   00011500
       WORKING-STORAGE                             SECTION.             00011600
      *=============================================================*   00011700
                                                                        00011800
       01 FILLER          PIC X(64) VALUE                               00011900
           '-----------BOOK LOGERROS------------------------'.          00012000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00012100
       COPY '#GLOG'.                                                    00012200
      *-------------------------------------------------------------*   00012300
                                                                        00012400
       01 FILLER          PIC X(64) VALUE                               00012500
           '-----------VARIAVEIS DE STATUS------------------'.          00012600
                                                                        00012700
       77 WRK-FS-CTLREGRA PIC 9(02).                                    00012800
       77 WRK-FS-CTLLEDG  PIC 9(02).                                    00012900
       77 WRK-FS-RELCTL   PIC 9(02).                                    00013000
                                                                        00013100
       77 WRK-SW-FIM-RGR  PIC X(01) VALUE 'N'.                          00013200
           88 WRK-FIM-CTLREGRA       VALUE 'S'.                         00013300
       77 WRK-SW-FIM-LED  PIC X(01) VALUE 'N'.                          00013400
           88 WRK-FIM-CTLLEDG        VALUE 'S'.                         00013500
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00013600
           88 WRK-ACHOU              VALUE 'S'.                         00013700
       77 WRK-SW-QUEBRA   PIC X(01) VALUE 'N'.                          00013800
           88 WRK-QUEBRA             VALUE 'S'.                         00013900
                                                                        00014000
       01 FILLER          PIC X(64) VALUE                               00014100
           '-----------CARTAO DE PARAMETRO------------------'.          00014200
                                                                        00014300
       01 WRK-CICLOCARD.                                                00014400
          05 FILLER              PIC X(10).                             00014500
          05 WRK-CICLOCARD-AC    PIC 9(08).                             00014600
                                                                        00014700
       77 WRK-DATA-CICLO  PIC 9(08) VALUE ZEROES.                       00014800
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00014900
                                                                        00015000
       01 FILLER          PIC X(64) VALUE                               00015100
           '-----------REGRAS DE CONFRONTO------------------'.          00015200
                                                                        00015300
       77 WRK-QTD-REGRA   PIC 9(02) VALUE ZEROES.                       00015400
       77 WRK-IND-REGRA   PIC 9(02) VALUE ZEROES.                       00015500
       01 WRK-TAB-REGRA.                                                00015600
          05 WRK-RGR-LINHA OCCURS 50 TIMES.                             00015700
             10 WRK-TBRGR-REGRA     PIC X(04).                          00015800
             10 WRK-TBRGR-DESCRICAO PIC X(30).                          00015900
             10 WRK-TBRGR-CRITICA   PIC X(01).                          00016000
             10 WRK-TBRGR-COMPARA   PIC X(01).                          00016100
             10 WRK-TBRGR-TOL-QTD   PIC 9(05).                          00016200
             10 WRK-TBRGR-TOL-VALOR PIC 9(07)V99.                       00016300
             10 WRK-TBRGR-LADO      OCCURS 2 TIMES.                     00016400
                15 WRK-TBRGR-TERMO  OCCURS 3 TIMES.                     00016500
                   20 WRK-TBRGR-PROGRAMA PIC X(08).                     00016600
                   20 WRK-TBRGR-DATASET  PIC X(08).                     00016700
                   20 WRK-TBRGR-PAPEL    PIC X(01).                     00016800
                                                                        00016900
       77 WRK-SUB-LADO    PIC 9(01) VALUE ZEROES.                       00017000
       77 WRK-SUB-TERMO   PIC 9(01) VALUE ZEROES.                       00017100
       01 WRK-TAB-SOMA.                                                 00017200
          05 WRK-SOMA-LADO OCCURS 2 TIMES.                              00017300
             10 WRK-SOMA-QTD        PIC 9(10).                          00017400
             10 WRK-SOMA-VALOR      PIC 9(13)V99.                       00017500
             10 WRK-SOMA-DEPOSITO   PIC X(01).                          00017600
                                                                        00017700
       77 WRK-DIF-QTD     PIC S9(10)     VALUE ZEROES.                  00017800
       77 WRK-DIF-VALOR   PIC S9(13)V99  VALUE ZEROES.                  00017900
       77 WRK-ABS-QTD     PIC 9(10)      VALUE ZEROES.                  00018000
       77 WRK-ABS-VALOR   PIC 9(13)V99   VALUE ZEROES.                  00018100
                                                                        00018200
       01 FILLER          PIC X(64) VALUE                               00018300
           '-----------DEPOSITOS DO CICLO-------------------'.          00018400
                                                                        00018500
      *-------CONSOLIDADO POR PROGRAMA + DATASET + PAPEL-------------*  00018600
       77 WRK-QTD-RAZAO   PIC 9(03) VALUE ZEROES.                       00018700
       77 WRK-SUB-RAZAO   PIC 9(03) VALUE ZEROES.                       00018800
       77 WRK-IND-RAZAO   PIC 9(03) VALUE ZEROES.                       00018900
       01 WRK-TAB-RAZAO.                                                00019000
          05 WRK-RAZAO-LINHA OCCURS 300 TIMES.                          00019100
             10 WRK-TBRAZ-PROGRAMA  PIC X(08).                          00019200
             10 WRK-TBRAZ-DATASET   PIC X(08).                          00019300
             10 WRK-TBRAZ-PAPEL     PIC X(01).                          00019400
             10 WRK-TBRAZ-RUNID     PIC X(14).                          00019500
             10 WRK-TBRAZ-QTD       PIC 9(09).                          00019600
             10 WRK-TBRAZ-VALOR     PIC 9(13)V99.                       00019700
                                                                        00019800
       01 WRK-CHAVE-RAZAO.                                              00019900
          05 WRK-CHV-PROGRAMA    PIC X(08).                             00020000
          05 WRK-CHV-DATASET     PIC X(08).                             00020100
          05 WRK-CHV-PAPEL       PIC X(01).                             00020200
                                                                        00020300
       01 FILLER          PIC X(64) VALUE                               00020400
           '-----------CONTADORES---------------------------'.          00020500
                                                                        00020600
       77 WRK-REGLIDOS    PIC 9(07) VALUE ZEROES.                       00020700
       77 WRK-QTD-DOCICLO PIC 9(07) VALUE ZEROES.                       00020800
       77 WRK-QTD-REEXEC  PIC 9(05) VALUE ZEROES.                       00020900
       77 WRK-QTD-OK      PIC 9(03) VALUE ZEROES.                       00021000
       77 WRK-QTD-SEMMOV  PIC 9(03) VALUE ZEROES.                       00021100
       77 WRK-QTD-QBCRIT  PIC 9(03) VALUE ZEROES.                       00021200
       77 WRK-QTD-QBNCRIT PIC 9(03) VALUE ZEROES.                       00021300
                                                                        00021400
       01 FILLER          PIC X(64) VALUE                               00021500
           '-----------LINHAS DO RELATORIO------------------'.          00021600
                                                                        00021700
       01 WRK-LINHA-TITULO.                                             00021800
          05 FILLER              PIC X(50) VALUE                        00021900
             'CONFRONTO DE TOTAIS DE CONTROLE ENTRE CADEIAS     '.      00022000
          05 FILLER              PIC X(07) VALUE 'CICLO: '.             00022100
          05 WRK-TIT-CICLO       PIC 9(08).                             00022200
          05 FILLER              PIC X(55) VALUE SPACES.                00022300
                                                                        00022400
       01 WRK-LINHA-TRACO        PIC X(120) VALUE ALL '-'.              00022500
                                                                        00022600
       01 WRK-LINHA-REGRA.                                              00022700
          05 WRK-DET-REGRA       PIC X(04).                             00022800
          05 FILLER              PIC X(01) VALUE SPACES.                00022900
          05 WRK-DET-DESCRICAO   PIC X(30).                             00023000
          05 FILLER              PIC X(01) VALUE SPACES.                00023100
          05 WRK-DET-CRITICA     PIC X(08).                             00023200
          05 FILLER              PIC X(01) VALUE SPACES.                00023300
          05 WRK-DET-SITUACAO    PIC X(13).                             00023400
          05 FILLER              PIC X(01) VALUE SPACES.                00023500
          05 WRK-DET-OBS         PIC X(20).                             00023600
          05 FILLER              PIC X(41) VALUE SPACES.                00023700
                                                                        00023800
       01 WRK-LINHA-QTD.                                                00023900
          05 FILLER              PIC X(07) VALUE SPACES.                00024000
          05 FILLER              PIC X(10) VALUE 'QUANTIDADE'.          00024100
          05 FILLER              PIC X(09) VALUE ' LADO A: '.           00024200
          05 WRK-DET-QTD-A       PIC Z.ZZZ.ZZZ.ZZ9.                     00024300
          05 FILLER              PIC X(09) VALUE ' LADO B: '.           00024400
          05 WRK-DET-QTD-B       PIC Z.ZZZ.ZZZ.ZZ9.                     00024500
          05 FILLER              PIC X(06) VALUE ' DIF: '.              00024600
          05 WRK-DET-QTD-DIF     PIC --.---.---.--9.                    00024700
          05 FILLER              PIC X(06) VALUE ' TOL: '.              00024800
          05 WRK-DET-QTD-TOL     PIC ZZ.ZZ9.                            00024900
          05 FILLER              PIC X(27) VALUE SPACES.                00025000
                                                                        00025100
       01 WRK-LINHA-VLR.                                                00025200
          05 FILLER              PIC X(07) VALUE SPACES.                00025300
          05 FILLER              PIC X(10) VALUE 'VALOR     '.          00025400
          05 FILLER              PIC X(09) VALUE ' LADO A: '.           00025500
          05 WRK-DET-VLR-A       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.              00025600
          05 FILLER              PIC X(09) VALUE ' LADO B: '.           00025700
          05 WRK-DET-VLR-B       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.              00025800
          05 FILLER              PIC X(06) VALUE ' DIF: '.              00025900
          05 WRK-DET-VLR-DIF     PIC --.---.---.---.--9,99.             00026000
          05 FILLER              PIC X(06) VALUE ' TOL: '.              00026100
          05 WRK-DET-VLR-TOL     PIC Z.ZZZ.ZZ9,99.                      00026200
                                                                        00026300
      *=============================================================*   00026400
       PROCEDURE DIVISION.                                              00026500
      *=============================================================*   00026600
                                                                        00026700
      *-------------------------------------------------------------*   00026800
       0000-PRINCIPAL                           SECTION.                00026900
      *-------------------------------------------------------------*   00027000
                                                                        00027100
            PERFORM  1000-INICIAR.                                      00027200
            PERFORM  1100-CARREGAR-REGRAS UNTIL WRK-FIM-CTLREGRA.       00027300
            PERFORM  1200-CARREGAR-RAZAO UNTIL WRK-FIM-CTLLEDG.         00027400
            PERFORM  2000-AVALIAR-REGRAS.                               00027500
            PERFORM  3000-FINALIZAR.                                    00027600
            STOP RUN.                                                   00027700
                                                                        00027800
       0000-99-FIM.              EXIT.                                  00027900
      *-------------------------------------------------------------*   00028000
       1000-INICIAR                             SECTION.                00028100
      *-------------------------------------------------------------*   00028200
             OPEN INPUT  CTLREGRA CTLLEDG                               00028300
                  OUTPUT RELCTL.                                        00028400
                                                                        00028500
               PERFORM 4000-TESTARSTATUS.                               00028600
                                                                        00028700
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00028800
                                                                        00028900
               ACCEPT WRK-CICLOCARD FROM SYSIN.                         00029000
               IF WRK-CICLOCARD-AC EQUAL ZEROES                         00029100
                  MOVE WRK-DATA-HOJE TO WRK-DATA-CICLO                  00029200
               ELSE                                                     00029300
                  MOVE WRK-CICLOCARD-AC TO WRK-DATA-CICLO               00029400
               END-IF.                                                  00029500
                                                                        00029600
               MOVE WRK-DATA-CICLO TO WRK-TIT-CICLO.                    00029700
               WRITE FD-RELCTL FROM WRK-LINHA-TRACO.                    00029800
               WRITE FD-RELCTL FROM WRK-LINHA-TITULO.                   00029900
               WRITE FD-RELCTL FROM WRK-LINHA-TRACO.                    00030000
                                                                        00030100
       1000-99-FIM.              EXIT.                                  00030200
      *-------------------------------------------------------------*   00030300
       1100-CARREGAR-REGRAS                     SECTION.                00030400
      *-------------------------------------------------------------*   00030500
                 READ CTLREGRA                                          00030600
                   AT END                                               00030700
                     MOVE 'S' TO WRK-SW-FIM-RGR                         00030800
                 END-READ.                                              00030900
                 PERFORM 4100-TESTARSTATUS-CTLREGRA.                    00031000
                 IF WRK-FS-CTLREGRA NOT EQUAL 00                        00031100
                    GO TO 1100-99-FIM                                   00031200
                 END-IF.                                                00031300
                 IF FD-RGR-REGRA (1:1) EQUAL '*'                        00031400
                    OR FD-RGR-REGRA EQUAL SPACES                        00031500
                    GO TO 1100-99-FIM                                   00031600
                 END-IF.                                                00031700
                 IF WRK-QTD-REGRA LESS 50                               00031800
                    ADD 1 TO WRK-QTD-REGRA                              00031900
                    MOVE FD-RGR-DADOS TO WRK-RGR-LINHA (WRK-QTD-REGRA)  00032000
                 ELSE                                                   00032100
                    DISPLAY ' TABELA DE REGRAS CHEIA (50) '             00032200
                 END-IF.                                                00032300
       1100-99-FIM.              EXIT.                                  00032400
      *-------------------------------------------------------------*   00032500
       1200-CARREGAR-RAZAO                      SECTION.                00032600
      *-------------------------------------------------------------*   00032700
      *   SO ENTRAM OS DEPOSITOS DO CICLO. O MESMO RUNID ACUMULA;   *   00032800
      *   UM RUNID DIFERENTE E REEXECUCAO E SUBSTITUI O ANTERIOR    *   00032900
      *   (O RAZAO E GRAVADO EM ORDEM DE EXECUCAO).                 *   00033000
      *-------------------------------------------------------------*   00033100
            READ CTLLEDG                                                00033200
              AT END                                                    00033300
                MOVE 'S' TO WRK-SW-FIM-LED                              00033400
            END-READ.                                                   00033500
            PERFORM 4200-TESTARSTATUS-CTLLEDG.                          00033600
            IF WRK-FS-CTLLEDG NOT EQUAL 00                              00033700
               GO TO 1200-99-FIM                                        00033800
            END-IF.                                                     00033900
            ADD 1 TO WRK-REGLIDOS.                                      00034000
            IF FD-CTL-DATA NOT EQUAL WRK-DATA-CICLO                     00034100
               GO TO 1200-99-FIM                                        00034200
            END-IF.                                                     00034300
            ADD 1 TO WRK-QTD-DOCICLO.                                   00034400
            MOVE FD-CTL-PROGRAMA TO WRK-CHV-PROGRAMA.                   00034500
            MOVE FD-CTL-DATASET  TO WRK-CHV-DATASET.                    00034600
            MOVE FD-CTL-PAPEL    TO WRK-CHV-PAPEL.                      00034700
            PERFORM 2200-PROCURAR-RAZAO.                                00034800
            IF WRK-ACHOU                                                00034900
               IF WRK-TBRAZ-RUNID (WRK-IND-RAZAO) EQUAL FD-CTL-RUNID    00035000
                  ADD FD-CTL-QTD   TO WRK-TBRAZ-QTD (WRK-IND-RAZAO)     00035100
                  ADD FD-CTL-VALOR TO WRK-TBRAZ-VALOR (WRK-IND-RAZAO)   00035200
               ELSE                                                     00035300
                  ADD 1 TO WRK-QTD-REEXEC                               00035400
                  MOVE FD-CTL-RUNID                                     00035500
                       TO WRK-TBRAZ-RUNID (WRK-IND-RAZAO)               00035600
                  MOVE FD-CTL-QTD                                       00035700
                       TO WRK-TBRAZ-QTD (WRK-IND-RAZAO)                 00035800
                  MOVE FD-CTL-VALOR                                     00035900
                       TO WRK-TBRAZ-VALOR (WRK-IND-RAZAO)               00036000
               END-IF                                                   00036100
               GO TO 1200-99-FIM                                        00036200
            END-IF.                                                     00036300
            IF WRK-QTD-RAZAO LESS 300                                   00036400
               ADD 1 TO WRK-QTD-RAZAO                                   00036500
               MOVE FD-CTL-PROGRAMA                                     00036600
                    TO WRK-TBRAZ-PROGRAMA (WRK-QTD-RAZAO)               00036700
               MOVE FD-CTL-DATASET                                      00036800
                    TO WRK-TBRAZ-DATASET (WRK-QTD-RAZAO)                00036900
               MOVE FD-CTL-PAPEL                                        00037000
                    TO WRK-TBRAZ-PAPEL (WRK-QTD-RAZAO)                  00037100
               MOVE FD-CTL-RUNID                                        00037200
                    TO WRK-TBRAZ-RUNID (WRK-QTD-RAZAO)                  00037300
               MOVE FD-CTL-QTD                                          00037400
                    TO WRK-TBRAZ-QTD (WRK-QTD-RAZAO)                    00037500
               MOVE FD-CTL-VALOR                                        00037600
                    TO WRK-TBRAZ-VALOR (WRK-QTD-RAZAO)                  00037700
            ELSE                                                        00037800
               DISPLAY ' TABELA DE DEPOSITOS CHEIA (300) '              00037900
            END-IF.                                                     00038000
       1200-99-FIM.              EXIT.                                  00038100
      *-------------------------------------------------------------*   00038200
       2000-AVALIAR-REGRAS                      SECTION.                00038300
      *-------------------------------------------------------------*   00038400
            MOVE 1 TO WRK-IND-REGRA.                                    00038500
            PERFORM 2100-AVALIAR-UMA-REGRA                              00038600
                    UNTIL WRK-IND-REGRA GREATER WRK-QTD-REGRA.          00038700
                                                                        00038800
       2000-99-FIM.              EXIT.                                  00038900
      *-------------------------------------------------------------*   00039000
       2100-AVALIAR-UMA-REGRA                   SECTION.                00039100
      *-------------------------------------------------------------*   00039200
      *   SOMA OS DOIS LADOS E CLASSIFICA A REGRA. TERMO SEM        *   00039300
      *   DEPOSITO NO CICLO ENTRA COMO ZERO NA SOMA DO LADO.        *   00039400
      *-------------------------------------------------------------*   00039500
            INITIALIZE WRK-TAB-SOMA.                                    00039600
            MOVE 'N' TO WRK-SOMA-DEPOSITO (1)                           00039700
                        WRK-SOMA-DEPOSITO (2).                          00039800
            MOVE 'N' TO WRK-SW-QUEBRA.                                  00039900
            MOVE SPACES TO WRK-DET-OBS.                                 00040000
            MOVE 1 TO WRK-SUB-LADO.                                     00040100
            PERFORM 2110-SOMAR-LADO                                     00040200
                    UNTIL WRK-SUB-LADO GREATER 2.                       00040300
                                                                        00040400
            COMPUTE WRK-DIF-QTD   = WRK-SOMA-QTD (1)                    00040500
                                  - WRK-SOMA-QTD (2).                   00040600
            COMPUTE WRK-DIF-VALOR = WRK-SOMA-VALOR (1)                  00040700
                                  - WRK-SOMA-VALOR (2).                 00040800
            MOVE WRK-DIF-QTD   TO WRK-ABS-QTD.                          00040900
            MOVE WRK-DIF-VALOR TO WRK-ABS-VALOR.                        00041000
                                                                        00041100
            EVALUATE TRUE                                               00041200
              WHEN WRK-SOMA-DEPOSITO (1) EQUAL 'N'                      00041300
               AND WRK-SOMA-DEPOSITO (2) EQUAL 'N'                      00041400
                MOVE 'SEM MOVIMENTO' TO WRK-DET-SITUACAO                00041500
                ADD 1 TO WRK-QTD-SEMMOV                                 00041600
              WHEN WRK-SOMA-DEPOSITO (1) EQUAL 'N'                      00041700
                MOVE 'S' TO WRK-SW-QUEBRA                               00041800
                MOVE 'LADO A SEM DEPOSITO' TO WRK-DET-OBS               00041900
              WHEN WRK-SOMA-DEPOSITO (2) EQUAL 'N'                      00042000
                MOVE 'S' TO WRK-SW-QUEBRA                               00042100
                MOVE 'LADO B SEM DEPOSITO' TO WRK-DET-OBS               00042200
              WHEN OTHER                                                00042300
                PERFORM 2150-COMPARAR-LADOS                             00042400
            END-EVALUATE.                                               00042500
                                                                        00042600
            IF WRK-QUEBRA                                               00042700
               MOVE 'QUEBRA       ' TO WRK-DET-SITUACAO                 00042800
               IF WRK-TBRGR-CRITICA (WRK-IND-REGRA) EQUAL 'S'           00042900
                  ADD 1 TO WRK-QTD-QBCRIT                               00043000
               ELSE                                                     00043100
                  ADD 1 TO WRK-QTD-QBNCRIT                              00043200
               END-IF                                                   00043300
            END-IF.                                                     00043400
                                                                        00043500
            PERFORM 2590-LISTAR-REGRA.                                  00043600
            ADD 1 TO WRK-IND-REGRA.                                     00043700
                                                                        00043800
       2100-99-FIM.              EXIT.                                  00043900
      *-------------------------------------------------------------*   00044000
       2110-SOMAR-LADO                          SECTION.                00044100
      *-------------------------------------------------------------*   00044200
            MOVE 1 TO WRK-SUB-TERMO.                                    00044300
            PERFORM 2120-SOMAR-TERMO                                    00044400
                    UNTIL WRK-SUB-TERMO GREATER 3.                      00044500
            ADD 1 TO WRK-SUB-LADO.                                      00044600
       2110-99-FIM.              EXIT.                                  00044700
      *-------------------------------------------------------------*   00044800
       2120-SOMAR-TERMO                         SECTION.                00044900
      *-------------------------------------------------------------*   00045000
            IF WRK-TBRGR-PROGRAMA (WRK-IND-REGRA WRK-SUB-LADO           00045100
                                   WRK-SUB-TERMO) NOT EQUAL SPACES      00045200
               MOVE WRK-TBRGR-PROGRAMA (WRK-IND-REGRA WRK-SUB-LADO      00045300
                                        WRK-SUB-TERMO)                  00045400
                    TO WRK-CHV-PROGRAMA                                 00045500
               MOVE WRK-TBRGR-DATASET (WRK-IND-REGRA WRK-SUB-LADO       00045600
                                       WRK-SUB-TERMO)                   00045700
                    TO WRK-CHV-DATASET                                  00045800
               MOVE WRK-TBRGR-PAPEL (WRK-IND-REGRA WRK-SUB-LADO         00045900
                                     WRK-SUB-TERMO)                     00046000
                    TO WRK-CHV-PAPEL                                    00046100
               PERFORM 2200-PROCURAR-RAZAO                              00046200
               IF WRK-ACHOU                                             00046300
                  ADD WRK-TBRAZ-QTD (WRK-IND-RAZAO)                     00046400
                      TO WRK-SOMA-QTD (WRK-SUB-LADO)                    00046500
                  ADD WRK-TBRAZ-VALOR (WRK-IND-RAZAO)                   00046600
                      TO WRK-SOMA-VALOR (WRK-SUB-LADO)                  00046700
                  MOVE 'S' TO WRK-SOMA-DEPOSITO (WRK-SUB-LADO)          00046800
               END-IF                                                   00046900
            END-IF.                                                     00047000
            ADD 1 TO WRK-SUB-TERMO.                                     00047100
       2120-99-FIM.              EXIT.                                  00047200
      *-------------------------------------------------------------*   00047300
       2150-COMPARAR-LADOS                      SECTION.                00047400
      *-------------------------------------------------------------*   00047500
      *   COMPARA = Q (QUANTIDADE), V (VALOR) OU A (AMBOS).         *   00047600
      *-------------------------------------------------------------*   00047700
            IF WRK-TBRGR-COMPARA (WRK-IND-REGRA) NOT EQUAL 'V'          00047800
               AND WRK-ABS-QTD GREATER                                  00047900
                   WRK-TBRGR-TOL-QTD (WRK-IND-REGRA)                    00048000
               MOVE 'S' TO WRK-SW-QUEBRA                                00048100
               MOVE 'QUANTIDADE DIVERGE  ' TO WRK-DET-OBS               00048200
            END-IF.                                                     00048300
            IF WRK-TBRGR-COMPARA (WRK-IND-REGRA) NOT EQUAL 'Q'          00048400
               AND WRK-ABS-VALOR GREATER                                00048500
                   WRK-TBRGR-TOL-VALOR (WRK-IND-REGRA)                  00048600
               IF WRK-QUEBRA                                            00048700
                  MOVE 'QTD E VALOR DIVERGEM' TO WRK-DET-OBS            00048800
               ELSE                                                     00048900
                  MOVE 'VALOR DIVERGE       ' TO WRK-DET-OBS            00049000
               END-IF                                                   00049100
               MOVE 'S' TO WRK-SW-QUEBRA                                00049200
            END-IF.                                                     00049300
            IF NOT WRK-QUEBRA                                           00049400
               MOVE 'OK           ' TO WRK-DET-SITUACAO                 00049500
               ADD 1 TO WRK-QTD-OK                                      00049600
            END-IF.                                                     00049700
       2150-99-FIM.              EXIT.                                  00049800
      *-------------------------------------------------------------*   00049900
       2200-PROCURAR-RAZAO                      SECTION.                00050000
      *-------------------------------------------------------------*   00050100
            MOVE 'N'    TO WRK-SW-ACHOU.                                00050200
            MOVE ZEROES TO WRK-IND-RAZAO.                               00050300
            MOVE 1 TO WRK-SUB-RAZAO.                                    00050400
            PERFORM 2210-COMPARAR-RAZAO                                 00050500
                    UNTIL WRK-SUB-RAZAO GREATER WRK-QTD-RAZAO           00050600
                       OR WRK-ACHOU.                                    00050700
                                                                        00050800
       2200-99-FIM.              EXIT.                                  00050900
      *-------------------------------------------------------------*   00051000
       2210-COMPARAR-RAZAO                      SECTION.                00051100
      *-------------------------------------------------------------*   00051200
            IF WRK-TBRAZ-PROGRAMA (WRK-SUB-RAZAO) EQUAL                 00051300
               WRK-CHV-PROGRAMA                                         00051400
               AND WRK-TBRAZ-DATASET (WRK-SUB-RAZAO) EQUAL              00051500
                   WRK-CHV-DATASET                                      00051600
               AND WRK-TBRAZ-PAPEL (WRK-SUB-RAZAO) EQUAL                00051700
                   WRK-CHV-PAPEL                                        00051800
               MOVE 'S' TO WRK-SW-ACHOU                                 00051900
               MOVE WRK-SUB-RAZAO TO WRK-IND-RAZAO                      00052000
            END-IF.                                                     00052100
            ADD 1 TO WRK-SUB-RAZAO.                                     00052200
       2210-99-FIM.              EXIT.                                  00052300
      *-------------------------------------------------------------*   00052400
       2590-LISTAR-REGRA                        SECTION.                00052500
      *-------------------------------------------------------------*   00052600
            MOVE WRK-TBRGR-REGRA (WRK-IND-REGRA) TO WRK-DET-REGRA.      00052700
            MOVE WRK-TBRGR-DESCRICAO (WRK-IND-REGRA)                    00052800
                 TO WRK-DET-DESCRICAO.                                  00052900
            IF WRK-TBRGR-CRITICA (WRK-IND-REGRA) EQUAL 'S'              00053000
               MOVE 'CRITICA ' TO WRK-DET-CRITICA                       00053100
            ELSE                                                        00053200
               MOVE SPACES     TO WRK-DET-CRITICA                       00053300
            END-IF.                                                     00053400
            MOVE WRK-SOMA-QTD (1)   TO WRK-DET-QTD-A.                   00053500
            MOVE WRK-SOMA-QTD (2)   TO WRK-DET-QTD-B.                   00053600
            MOVE WRK-DIF-QTD        TO WRK-DET-QTD-DIF.                 00053700
            MOVE WRK-TBRGR-TOL-QTD (WRK-IND-REGRA)                      00053800
                 TO WRK-DET-QTD-TOL.                                    00053900
            MOVE WRK-SOMA-VALOR (1) TO WRK-DET-VLR-A.                   00054000
            MOVE WRK-SOMA-VALOR (2) TO WRK-DET-VLR-B.                   00054100
            MOVE WRK-DIF-VALOR      TO WRK-DET-VLR-DIF.                 00054200
            MOVE WRK-TBRGR-TOL-VALOR (WRK-IND-REGRA)                    00054300
                 TO WRK-DET-VLR-TOL.                                    00054400
            WRITE FD-RELCTL FROM WRK-LINHA-REGRA.                       00054500
            WRITE FD-RELCTL FROM WRK-LINHA-QTD.                         00054600
            WRITE FD-RELCTL FROM WRK-LINHA-VLR.                         00054700
       2590-99-FIM.              EXIT.                                  00054800
      *-------------------------------------------------------------*   00054900
       3000-FINALIZAR                           SECTION.                00055000
      *-------------------------------------------------------------*   00055100
             WRITE FD-RELCTL FROM WRK-LINHA-TRACO.                      00055200
                                                                        00055300
             CLOSE CTLREGRA CTLLEDG RELCTL.                             00055400
               PERFORM 4000-TESTARSTATUS.                               00055500
              DISPLAY ' ============================================'.  00055600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19CTL           '.  00055700
              DISPLAY ' ============================================'.  00055800
              DISPLAY ' DEPOSITOS LIDOS........' WRK-REGLIDOS.          00055900
              DISPLAY ' DEPOSITOS DO CICLO.....' WRK-QTD-DOCICLO.       00056000
              DISPLAY ' SUBSTITUIDOS (REEXEC)..' WRK-QTD-REEXEC.        00056100
              DISPLAY ' REGRAS AVALIADAS.......' WRK-QTD-REGRA.         00056200
              DISPLAY ' REGRAS OK..............' WRK-QTD-OK.            00056300
              DISPLAY ' SEM MOVIMENTO..........' WRK-QTD-SEMMOV.        00056400
              DISPLAY ' QUEBRAS CRITICAS.......' WRK-QTD-QBCRIT.        00056500
              DISPLAY ' QUEBRAS NAO CRITICAS...' WRK-QTD-QBNCRIT.       00056600
              DISPLAY ' ============================================'.  00056700
                                                                        00056800
             EVALUATE TRUE                                              00056900
               WHEN WRK-QTD-QBCRIT GREATER ZEROES                       00057000
                 MOVE 8 TO RETURN-CODE                                  00057100
               WHEN WRK-QTD-QBNCRIT GREATER ZEROES                      00057200
                 MOVE 4 TO RETURN-CODE                                  00057300
               WHEN OTHER                                               00057400
                 CONTINUE                                               00057500
             END-EVALUATE.                                              00057600
                                                                        00057700
       3000-99-FIM.              EXIT.                                  00057800
      *-------------------------------------------------------------*   00057900
       4000-TESTARSTATUS                            SECTION.            00058000
      *-------------------------------------------------------------*   00058100
                 PERFORM 4100-TESTARSTATUS-CTLREGRA.                    00058200
                 PERFORM 4200-TESTARSTATUS-CTLLEDG.                     00058300
                 IF WRK-FS-RELCTL NOT EQUAL 00                          00058400
                   MOVE 'ERRO NO OPEN RELCTL   ' TO WRK-MSGERRO         00058500
                   MOVE '1000'                   TO WRK-SECAO           00058600
                   MOVE WRK-FS-RELCTL            TO WRK-STATUS          00058700
                    PERFORM 9000-TRATAERROS                             00058800
                 END-IF.                                                00058900
                                                                        00059000
       4000-99-FIM.              EXIT.                                  00059100
      *-------------------------------------------------------------*   00059200
       4100-TESTARSTATUS-CTLREGRA                   SECTION.            00059300
      *-------------------------------------------------------------*   00059400
               IF WRK-FS-CTLREGRA NOT EQUAL 00                          00059500
                           AND WRK-FS-CTLREGRA NOT EQUAL 10             00059600
                 MOVE 'ERRO NO CTLREGRA      ' TO WRK-MSGERRO           00059700
                 MOVE '1100'                   TO WRK-SECAO             00059800
                 MOVE WRK-FS-CTLREGRA          TO WRK-STATUS            00059900
                  PERFORM 9000-TRATAERROS                               00060000
               END-IF.                                                  00060100
                                                                        00060200
       4100-99-FIM.              EXIT.                                  00060300
      *-------------------------------------------------------------*   00060400
       4200-TESTARSTATUS-CTLLEDG                    SECTION.            00060500
      *-------------------------------------------------------------*   00060600
               IF WRK-FS-CTLLEDG NOT EQUAL 00                           00060700
                           AND WRK-FS-CTLLEDG NOT EQUAL 10              00060800
                 MOVE 'ERRO NO CTLLEDG       ' TO WRK-MSGERRO           00060900
                 MOVE '1200'                   TO WRK-SECAO             00061000
                 MOVE WRK-FS-CTLLEDG           TO WRK-STATUS            00061100
                  PERFORM 9000-TRATAERROS                               00061200
               END-IF.                                                  00061300
                                                                        00061400
       4200-99-FIM.              EXIT.                                  00061500
      *-------------------------------------------------------------*   00061600
       9000-TRATAERROS                              SECTION.            00061700
      *-------------------------------------------------------------*   00061800
           MOVE 'FR19CTL ' TO WRK-PROGRAMA                              00061900
           MOVE 'E'        TO WRK-SEVERIDADE                            00062000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00062100
           GOBACK.                                                      00062200
                                                                        00062300
       9000-99-FIM.              EXIT.                                  00062400
