      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB57.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RELATORIO MENSAL DO QUADRO DE VAGAS. COMPARA,   *   00001200
      *    POR SETOR E CARGO, AS VAGAS APROVADAS EM IVAN.QUADRO     *   00001300
      *    (MANTIDA PELO FR19DB56) COM OS ATIVOS QUE AS OCUPAM.     *   00001400
      *    LE AS DESCARGAS DO FR19DB23:                             *   00001500
      *     QUADUNL - POSICOES (SETOR, CARGO, VAGAS APROVADAS E     *   00001600
      *               SALARIO ORCADO POR VAGA)                      *   00001700
      *     FUNCUNL/CARGUNL - FUNCIONARIOS E CARGOS POR ID (SO      *   00001800
      *               OS ATIVOS CONTAM COMO OCUPANTES)              *   00001900
      *    O RELQUADR TRAZ, POR POSICAO, APROVADAS, OCUPADAS,       *   00002000
      *    VAGAS EM ABERTO (OU EXCEDENTE, QUANDO HA MAIS OCUPANTES  *   00002100
      *    QUE VAGAS) E O CUSTO SALARIAL DAS VAGAS (VAGAS EM ABERTO *   00002200
      *    X SALARIO ORCADO), COM SUBTOTAL POR SETOR E TOTAL GERAL. *   00002300
      *    NO FIM, LISTA OS ATIVOS FORA DO QUADRO: SETOR            *   00002400
      *    CONTROLADO (COM POSICAO EM IVAN.QUADRO) MAS SEM          *   00002500
      *    POSICAO PARA O CARGO DELES. SETOR SEM NENHUMA POSICAO    *   00002600
      *    NAO E CONTROLADO E NAO ENTRA NO RELATORIO.               *   00002700
      *    HAVENDO EXCEDENTE, ATIVO FORA DO QUADRO OU REGISTRO      *   00002800
      *    IGNORADO, RC=4.                                          *   00002900
      *    CARTAO SYSIN: COMPETENCIA AAAAMM DO TITULO (ZEROS OU     *   00003000
      *    BRANCOS = MES CORRENTE) (10 DE FILLER ANTES DO VALOR).   *   00003100
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    QUADUNL              I                  -----------      *   00003500
      *    FUNCUNL              I                  -----------      *   00003600
      *    CARGUNL              I                  -----------      *   00003700
      *    RELQUADR             O                  -----------      *   00003800
      *-------------------------------------------------------------*   00003900
      *   MODULOS....:                             INCLUDE/BOOK     *   00004000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004100
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       ENVIRONMENT                               DIVISION.              00004500
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       CONFIGURATION                               SECTION.             00004900
      *=============================================================*   00005000
       SPECIAL-NAMES.                                                   00005100
           DECIMAL-POINT IS COMMA.                                      00005200
                                                                        00005300
       INPUT-OUTPUT                                SECTION.             00005400
       FILE-CONTROL.                                                    00005500
            SELECT QUADUNL ASSIGN TO QUADUNL                            00005600
                 FILE STATUS IS WRK-FS-QUADUNL.                         00005700
                                                                        00005800
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00005900
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00006000
                                                                        00006100
            SELECT CARGUNL ASSIGN TO CARGUNL                            00006200
                 FILE STATUS IS WRK-FS-CARGUNL.                         00006300
                                                                        00006400
      *--------------ARQUIVOS SAIDAS---*                                00006500
            SELECT RELQUADR ASSIGN TO RELQUADR                          00006600
                 FILE STATUS IS WRK-FS-RELQUADR.                        00006700
                                                                        00006800
      *=============================================================*   00006900
       DATA                                      DIVISION.              00007000
      *=============================================================*   00007100
       FILE                                      SECTION.               00007200
      *-------------------LRECL 30----------------------------------*   00007300
       FD QUADUNL                                                       00007400
           RECORDING MODE IS F                                          00007500
           LABEL RECORD IS STANDARD                                     00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-QUADUNL.                                                   00007800
          05 FD-UQ-SETOR        PIC X(04).                              00007900
          05 FD-UQ-CARGO        PIC X(06).                              00008000
          05 FD-UQ-VAGAS        PIC 9(04).                              00008100
          05 FD-UQ-SALORC       PIC 9(08)V99.                           00008200
          05 FILLER             PIC X(06).                              00008300
                                                                        00008400
      *-------------------LRECL 113---------------------------------*   00008500
       FD FUNCUNL                                                       00008600
           RECORDING MODE IS F                                          00008700
           LABEL RECORD IS STANDARD                                     00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-FUNCUNL.                                                   00009000
          05 FD-UNL-ID          PIC 9(05).                              00009100
          05 FD-UNL-NOME        PIC X(30).                              00009200
          05 FD-UNL-SETOR       PIC X(04).                              00009300
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00009400
          05 FD-UNL-DATAADM     PIC X(10).                              00009500
          05 FD-UNL-EMAIL       PIC X(40).                              00009600
          05 FD-UNL-STATUS      PIC X(01).                              00009700
          05 FD-UNL-DATADEM     PIC X(10).                              00009800
          05 FD-UNL-EMPRESA     PIC X(03).                              00009900
                                                                        00010000
      *-------------------LRECL 11----------------------------------*   00010100
       FD CARGUNL                                                       00010200
           RECORDING MODE IS F                                          00010300
           LABEL RECORD IS STANDARD                                     00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-CARGUNL.                                                   00010600
          05 FD-UG-IDFUNC       PIC 9(05).                              00010700
          05 FD-UG-CARGO        PIC X(06).                              00010800
                                                                        00010900
      *-------------------LRECL 100---------------------------------*   00011000
       FD RELQUADR                                                      00011100
           RECORDING MODE IS F.                                         00011200
       01 FD-RELQUADR            PIC X(100).                            00011300
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
       77 WRK-FS-QUADUNL  PIC 9(02).                                    00012800
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00012900
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00013000
       77 WRK-FS-RELQUADR PIC 9(02).                                    00013100
                                                                        00013200
       01 FILLER          PIC X(64) VALUE                               00013300
           '-----------PARAMETRO SYSIN----------------------'.          00013400
                                                                        00013500
       01 WRK-CARTAO-COMPET.                                            00013600
          05 FILLER              PIC X(10).                             00013700
          05 WRK-CARTAO-COMPET-AC PIC 9(06).                            00013800
                                                                        00013900
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00014000
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00014100
                                                                        00014200
       01 FILLER          PIC X(64) VALUE                               00014300
           '-----------TABELAS EM MEMORIA-------------------'.          00014400
                                                                        00014500
      *----POSICOES DO QUADRO, NA ORDEM DA DESCARGA (2000)-----------*  00014600
       77 WRK-SW-FIM-QDR  PIC X(01) VALUE 'N'.                          00014700
           88 WRK-FIM-QUADUNL       VALUE 'S'.                          00014800
       77 WRK-QTD-QDR     PIC 9(04) COMP VALUE ZERO.                    00014900
       77 WRK-SUB-QDR     PIC 9(04) COMP VALUE ZERO.                    00015000
       77 WRK-IDX-QDR     PIC 9(04) COMP VALUE ZERO.                    00015100
       01 WRK-TAB-QUADRO.                                               00015200
          05 WRK-QDR-LINHA OCCURS 2000 TIMES.                           00015300
             10 WRK-QDR-SETOR      PIC X(04).                           00015400
             10 WRK-QDR-CARGO      PIC X(06).                           00015500
             10 WRK-QDR-VAGAS      PIC 9(04).                           00015600
             10 WRK-QDR-SALORC     PIC 9(08)V99.                        00015700
             10 WRK-QDR-OCUPADOS   PIC 9(04).                           00015800
                                                                        00015900
      *----ATIVOS FORA DO QUADRO (500)-------------------------------*  00016000
       77 WRK-QTD-FORA    PIC 9(03) VALUE ZEROES.                       00016100
       77 WRK-SUB-FORA    PIC 9(03) VALUE ZEROES.                       00016200
       01 WRK-TAB-FORA.                                                 00016300
          05 WRK-FORA-LINHA OCCURS 500 TIMES.                           00016400
             10 WRK-FORA-ID        PIC 9(05).                           00016500
             10 WRK-FORA-NOME      PIC X(30).                           00016600
             10 WRK-FORA-SETOR     PIC X(04).                           00016700
             10 WRK-FORA-CARGO     PIC X(06).                           00016800
                                                                        00016900
       01 FILLER          PIC X(64) VALUE                               00017000
           '-----------CONTADORES E CONTROLES---------------'.          00017100
                                                                        00017200
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00017300
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00017400
       77 WRK-SW-FIM-CAR  PIC X(01) VALUE 'N'.                          00017500
           88 WRK-FIM-CARGUNL       VALUE 'S'.                          00017600
       77 WRK-SW-DADO-CAR PIC X(01) VALUE 'N'.                          00017700
           88 WRK-DADO-CAR-OK       VALUE 'S'.                          00017800
       77 WRK-SW-CONTROLE PIC X(01) VALUE 'N'.                          00017900
           88 WRK-SETOR-CONTROLADO  VALUE 'S'.                          00018000
       77 WRK-CARGO-FUNC  PIC X(06) VALUE SPACES.                       00018100
       77 WRK-SETOR-ATUAL PIC X(04) VALUE SPACES.                       00018200
       77 WRK-VAGOS       PIC 9(04) VALUE ZEROES.                       00018300
       77 WRK-EXCEDE      PIC 9(04) VALUE ZEROES.                       00018400
       77 WRK-CUSTO       PIC 9(11)V99 VALUE ZEROES.                    00018500
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00018600
       77 WRK-QTD-SEMCTRL PIC 9(05) VALUE ZEROES.                       00018700
       77 WRK-QTD-FORATOT PIC 9(05) VALUE ZEROES.                       00018800
       77 WRK-QTD-EXCPOS  PIC 9(05) VALUE ZEROES.                       00018900
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00019000
                                                                        00019100
      *----ACUMULADORES DO SETOR E GERAIS----------------------------*  00019200
       77 WRK-SET-APROV   PIC 9(05) VALUE ZEROES.                       00019300
       77 WRK-SET-OCUP    PIC 9(05) VALUE ZEROES.                       00019400
       77 WRK-SET-VAGOS   PIC 9(05) VALUE ZEROES.                       00019500
       77 WRK-SET-EXCEDE  PIC 9(05) VALUE ZEROES.                       00019600
       77 WRK-SET-CUSTO   PIC 9(11)V99 VALUE ZEROES.                    00019700
       77 WRK-GER-APROV   PIC 9(05) VALUE ZEROES.                       00019800
       77 WRK-GER-OCUP    PIC 9(05) VALUE ZEROES.                       00019900
       77 WRK-GER-VAGOS   PIC 9(05) VALUE ZEROES.                       00020000
       77 WRK-GER-EXCEDE  PIC 9(05) VALUE ZEROES.                       00020100
       77 WRK-GER-CUSTO   PIC 9(11)V99 VALUE ZEROES.                    00020200
                                                                        00020300
       01 FILLER          PIC X(64) VALUE                               00020400
           '-----------LINHAS DO RELATORIO------------------'.          00020500
                                                                        00020600
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00020700
                                                                        00020800
       01 WRK-LINHA-TITULO.                                             00020900
          05 FILLER              PIC X(46) VALUE                        00021000
             'QUADRO DE VAGAS - APROVADO X OCUPADO          '.          00021100
          05 FILLER              PIC X(14) VALUE '  COMPETENCIA:'.      00021200
          05 WRK-TIT-COMPET      PIC 9(06).                             00021300
          05 FILLER              PIC X(34) VALUE SPACES.                00021400
                                                                        00021500
       01 WRK-LINHA-CABEC.                                              00021600
          05 FILLER              PIC X(50) VALUE                        00021700
             'SETOR CARGO   APRV  OCUP  VAGO  EXCD    SAL ORC/VA'.      00021800
          05 FILLER              PIC X(50) VALUE                        00021900
             'GA   CUSTO VAGAS    OBSERVACAO                    '.      00022000
                                                                        00022100
       01 WRK-LINHA-DETALHE.                                            00022200
          05 WRK-DET-SETOR       PIC X(04).                             00022300
          05 FILLER              PIC X(02) VALUE SPACES.                00022400
          05 WRK-DET-CARGO       PIC X(06).                             00022500
          05 FILLER              PIC X(02) VALUE SPACES.                00022600
          05 WRK-DET-APROV       PIC ZZZ9.                              00022700
          05 FILLER              PIC X(02) VALUE SPACES.                00022800
          05 WRK-DET-OCUP        PIC ZZZ9.                              00022900
          05 FILLER              PIC X(02) VALUE SPACES.                00023000
          05 WRK-DET-VAGOS       PIC ZZZ9.                              00023100
          05 FILLER              PIC X(02) VALUE SPACES.                00023200
          05 WRK-DET-EXCEDE      PIC ZZZ9.                              00023300
          05 FILLER              PIC X(02) VALUE SPACES.                00023400
          05 WRK-DET-SALORC      PIC ZZ.ZZZ.ZZ9,99.                     00023500
          05 FILLER              PIC X(02) VALUE SPACES.                00023600
          05 WRK-DET-CUSTO       PIC ZZZ.ZZZ.ZZ9,99.                    00023700
          05 FILLER              PIC X(03) VALUE SPACES.                00023800
          05 WRK-DET-OBS         PIC X(20).                             00023900
          05 FILLER              PIC X(10) VALUE SPACES.                00024000
                                                                        00024100
       01 WRK-LINHA-TOTAL.                                              00024200
          05 WRK-TOT-ROTULO      PIC X(12).                             00024300
          05 FILLER              PIC X(01) VALUE SPACES.                00024400
          05 WRK-TOT-APROV       PIC ZZZZ9.                             00024500
          05 FILLER              PIC X(01) VALUE SPACES.                00024600
          05 WRK-TOT-OCUP        PIC ZZZZ9.                             00024700
          05 FILLER              PIC X(01) VALUE SPACES.                00024800
          05 WRK-TOT-VAGOS       PIC ZZZZ9.                             00024900
          05 FILLER              PIC X(01) VALUE SPACES.                00025000
          05 WRK-TOT-EXCEDE      PIC ZZZZ9.                             00025100
          05 FILLER              PIC X(14) VALUE SPACES.                00025200
          05 WRK-TOT-CUSTO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                00025300
          05 FILLER              PIC X(32) VALUE SPACES.                00025400
                                                                        00025500
       01 WRK-LINHA-FORA-TIT.                                           00025600
          05 FILLER              PIC X(50) VALUE                        00025700
             'ATIVOS FORA DO QUADRO (SETOR CONTROLADO SEM POSICA'.      00025800
          05 FILLER              PIC X(50) VALUE                        00025900
             'O PARA O CARGO)                                   '.      00026000
                                                                        00026100
       01 WRK-LINHA-FORA.                                               00026200
          05 WRK-FOR-ID          PIC 9(05).                             00026300
          05 FILLER              PIC X(01) VALUE SPACE.                 00026400
          05 WRK-FOR-NOME        PIC X(30).                             00026500
          05 FILLER              PIC X(01) VALUE SPACE.                 00026600
          05 WRK-FOR-SETOR       PIC X(04).                             00026700
          05 FILLER              PIC X(02) VALUE SPACES.                00026800
          05 WRK-FOR-CARGO       PIC X(06).                             00026900
          05 FILLER              PIC X(51) VALUE SPACES.                00027000
                                                                        00027100
      *=============================================================*   00027200
       PROCEDURE DIVISION.                                              00027300
      *=============================================================*   00027400
                                                                        00027500
      *-------------------------------------------------------------*   00027600
       0000-PRINCIPAL                           SECTION.                00027700
      *-------------------------------------------------------------*   00027800
                                                                        00027900
            PERFORM  1000-INICIAR.                                      00028000
                                                                        00028100
            PERFORM  1100-CARREGAR-QUADRO UNTIL WRK-FIM-QUADUNL.        00028200
            PERFORM  1500-LER-CARGUNL.                                  00028300
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FUNCUNL.              00028400
                                                                        00028500
            MOVE 1 TO WRK-SUB-QDR.                                      00028600
            PERFORM  2500-IMPRIMIR-POSICAO                              00028700
                     UNTIL WRK-SUB-QDR GREATER WRK-QTD-QDR.             00028800
            IF WRK-QTD-QDR GREATER ZERO                                 00028900
               PERFORM 2600-TOTALIZAR-SETOR                             00029000
            END-IF.                                                     00029100
            PERFORM  2700-IMPRIMIR-TOTAL-GERAL.                         00029200
            IF WRK-QTD-FORA GREATER ZEROES                              00029300
               WRITE FD-RELQUADR FROM WRK-LINHA-TRACO                   00029400
               WRITE FD-RELQUADR FROM WRK-LINHA-FORA-TIT                00029500
               MOVE 1 TO WRK-SUB-FORA                                   00029600
               PERFORM 2800-IMPRIMIR-FORA                               00029700
                       UNTIL WRK-SUB-FORA GREATER WRK-QTD-FORA          00029800
            END-IF.                                                     00029900
            PERFORM  3000-FINALIZAR.                                    00030000
            STOP RUN.                                                   00030100
                                                                        00030200
      *-------------------------------------------------------------*   00030300
       1000-INICIAR                             SECTION.                00030400
      *-------------------------------------------------------------*   00030500
             OPEN INPUT  QUADUNL FUNCUNL CARGUNL                        00030600
                  OUTPUT RELQUADR.                                      00030700
               PERFORM 4000-TESTARSTATUS.                               00030800
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00030900
               ACCEPT WRK-CARTAO-COMPET FROM SYSIN.                     00031000
               IF WRK-CARTAO-COMPET-AC NOT NUMERIC                      00031100
                  OR WRK-CARTAO-COMPET-AC EQUAL ZEROES                  00031200
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00031300
               ELSE                                                     00031400
                  MOVE WRK-CARTAO-COMPET-AC TO WRK-COMPETENCIA          00031500
               END-IF.                                                  00031600
               MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                  00031700
               WRITE FD-RELQUADR FROM WRK-LINHA-TRACO.                  00031800
               WRITE FD-RELQUADR FROM WRK-LINHA-TITULO.                 00031900
               WRITE FD-RELQUADR FROM WRK-LINHA-TRACO.                  00032000
               WRITE FD-RELQUADR FROM WRK-LINHA-CABEC.                  00032100
       1000-99-FIM.              EXIT.                                  00032200
      *-------------------------------------------------------------*   00032300
       1100-CARREGAR-QUADRO                     SECTION.                00032400
      *-------------------------------------------------------------*   00032500
            READ QUADUNL                                                00032600
              AT END                                                    00032700
                MOVE 'S' TO WRK-SW-FIM-QDR                              00032800
            END-READ.                                                   00032900
            IF WRK-FS-QUADUNL NOT EQUAL 00                              00033000
               GO TO 1100-99-FIM.                                       00033100
            IF FD-QUADUNL (1:9) EQUAL 'CABECALHO'                       00033200
               OR FD-QUADUNL (1:6) EQUAL 'RODAPE'                       00033300
               GO TO 1100-99-FIM.                                       00033400
            IF FD-UQ-SETOR EQUAL SPACES                                 00033500
               OR FD-UQ-VAGAS NOT NUMERIC                               00033600
               OR FD-UQ-SALORC NOT NUMERIC                              00033700
               DISPLAY ' POSICAO INVALIDA: ' FD-QUADUNL                 00033800
               ADD 1 TO WRK-QTD-IGNORA                                  00033900
               GO TO 1100-99-FIM.                                       00034000
            IF WRK-QTD-QDR LESS 2000                                    00034100
               ADD 1 TO WRK-QTD-QDR                                     00034200
               MOVE FD-UQ-SETOR  TO WRK-QDR-SETOR (WRK-QTD-QDR)         00034300
               MOVE FD-UQ-CARGO  TO WRK-QDR-CARGO (WRK-QTD-QDR)         00034400
               MOVE FD-UQ-VAGAS  TO WRK-QDR-VAGAS (WRK-QTD-QDR)         00034500
               MOVE FD-UQ-SALORC TO WRK-QDR-SALORC (WRK-QTD-QDR)        00034600
               MOVE ZEROES       TO WRK-QDR-OCUPADOS (WRK-QTD-QDR)      00034700
            ELSE                                                        00034800
               DISPLAY ' TABELA DO QUADRO ESGOTADA (2000)'              00034900
               ADD 1 TO WRK-QTD-IGNORA                                  00035000
            END-IF.                                                     00035100
       1100-99-FIM.              EXIT.                                  00035200
      *-------------------------------------------------------------*   00035300
       1500-LER-CARGUNL                         SECTION.                00035400
      *-------------------------------------------------------------*   00035500
      *----IGNORA OS REGISTROS DE CONTROLE DA DESCARGA--------------*   00035600
            MOVE 'N' TO WRK-SW-DADO-CAR.                                00035700
            PERFORM 1510-LER-REG-CARGUNL UNTIL WRK-DADO-CAR-OK.         00035800
       1500-99-FIM.              EXIT.                                  00035900
      *-------------------------------------------------------------*   00036000
       1510-LER-REG-CARGUNL                     SECTION.                00036100
      *-------------------------------------------------------------*   00036200
            READ CARGUNL                                                00036300
              AT END                                                    00036400
                MOVE 99999 TO FD-UG-IDFUNC                              00036500
                MOVE 'S' TO WRK-SW-FIM-CAR                              00036600
                MOVE 'S' TO WRK-SW-DADO-CAR                             00036700
            END-READ.                                                   00036800
            IF WRK-FS-CARGUNL EQUAL 00                                  00036900
               IF FD-CARGUNL (1:9) NOT EQUAL 'CABECALHO'                00037000
                  AND FD-CARGUNL (1:6) NOT EQUAL 'RODAPE'               00037100
                  MOVE 'S' TO WRK-SW-DADO-CAR                           00037200
               END-IF                                                   00037300
            END-IF.                                                     00037400
       1510-99-FIM.              EXIT.                                  00037500
      *-------------------------------------------------------------*   00037600
       2000-PROCESSAR                           SECTION.                00037700
      *-------------------------------------------------------------*   00037800
            READ FUNCUNL                                                00037900
              AT END                                                    00038000
                MOVE 'S' TO WRK-SW-FIM-UNL                              00038100
            END-READ.                                                   00038200
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00038300
            IF WRK-FS-FUNCUNL EQUAL 00                                  00038400
               AND FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'               00038500
               AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'                  00038600
               AND FD-UNL-STATUS EQUAL 'A'                              00038700
               PERFORM 2010-TRATAR-ATIVO                                00038800
            END-IF.                                                     00038900
                                                                        00039000
       2000-99-FIM.              EXIT.                                  00039100
      *-------------------------------------------------------------*   00039200
       2010-TRATAR-ATIVO                        SECTION.                00039300
      *-------------------------------------------------------------*   00039400
            ADD 1 TO WRK-REGLIDOS.                                      00039500
            PERFORM 2050-AVANCAR-CARGUNL                                00039600
                    UNTIL FD-UG-IDFUNC GREATER OR EQUAL FD-UNL-ID.      00039700
            IF FD-UG-IDFUNC EQUAL FD-UNL-ID                             00039800
               MOVE FD-UG-CARGO TO WRK-CARGO-FUNC                       00039900
            ELSE                                                        00040000
               MOVE SPACES TO WRK-CARGO-FUNC                            00040100
            END-IF.                                                     00040200
                                                                        00040300
      *----POSICAO DO SETOR + CARGO; SETOR CONTROLADO SE TEM ALGUMA--*  00040400
            MOVE 'N' TO WRK-SW-CONTROLE.                                00040500
            MOVE ZERO TO WRK-IDX-QDR.                                   00040600
            MOVE 1 TO WRK-SUB-QDR.                                      00040700
            PERFORM 2100-COMPARAR-POSICAO                               00040800
                    UNTIL WRK-SUB-QDR GREATER WRK-QTD-QDR               00040900
                       OR WRK-IDX-QDR GREATER ZERO.                     00041000
                                                                        00041100
            EVALUATE TRUE                                               00041200
              WHEN WRK-IDX-QDR GREATER ZERO                             00041300
                ADD 1 TO WRK-QDR-OCUPADOS (WRK-IDX-QDR)                 00041400
              WHEN NOT WRK-SETOR-CONTROLADO                             00041500
                ADD 1 TO WRK-QTD-SEMCTRL                                00041600
              WHEN OTHER                                                00041700
                ADD 1 TO WRK-QTD-FORATOT                                00041800
                IF WRK-QTD-FORA LESS 500                                00041900
                   ADD 1 TO WRK-QTD-FORA                                00042000
                   MOVE FD-UNL-ID    TO WRK-FORA-ID (WRK-QTD-FORA)      00042100
                   MOVE FD-UNL-NOME  TO WRK-FORA-NOME (WRK-QTD-FORA)    00042200
                   MOVE FD-UNL-SETOR TO WRK-FORA-SETOR (WRK-QTD-FORA)   00042300
                   MOVE WRK-CARGO-FUNC                                  00042400
                        TO WRK-FORA-CARGO (WRK-QTD-FORA)                00042500
                END-IF                                                  00042600
            END-EVALUATE.                                               00042700
                                                                        00042800
       2010-99-FIM.              EXIT.                                  00042900
      *-------------------------------------------------------------*   00043000
       2050-AVANCAR-CARGUNL                     SECTION.                00043100
      *-------------------------------------------------------------*   00043200
            PERFORM 1500-LER-CARGUNL.                                   00043300
       2050-99-FIM.              EXIT.                                  00043400
      *-------------------------------------------------------------*   00043500
       2100-COMPARAR-POSICAO                    SECTION.                00043600
      *-------------------------------------------------------------*   00043700
            IF WRK-QDR-SETOR (WRK-SUB-QDR) EQUAL FD-UNL-SETOR           00043800
               MOVE 'S' TO WRK-SW-CONTROLE                              00043900
               IF WRK-QDR-CARGO (WRK-SUB-QDR) EQUAL WRK-CARGO-FUNC      00044000
                  MOVE WRK-SUB-QDR TO WRK-IDX-QDR                       00044100
               END-IF                                                   00044200
            END-IF.                                                     00044300
            ADD 1 TO WRK-SUB-QDR.                                       00044400
       2100-99-FIM.              EXIT.                                  00044500
      *-------------------------------------------------------------*   00044600
       2500-IMPRIMIR-POSICAO                    SECTION.                00044700
      *-------------------------------------------------------------*   00044800
      *----QUEBRA POR SETOR: A DESCARGA VEM ORDENADA POR SETOR------*   00044900
            IF WRK-SUB-QDR GREATER 1                                    00045000
               AND WRK-QDR-SETOR (WRK-SUB-QDR) NOT EQUAL                00045100
                   WRK-SETOR-ATUAL                                      00045200
               PERFORM 2600-TOTALIZAR-SETOR                             00045300
            END-IF.                                                     00045400
            MOVE WRK-QDR-SETOR (WRK-SUB-QDR) TO WRK-SETOR-ATUAL.        00045500
                                                                        00045600
            MOVE ZEROES TO WRK-VAGOS.                                   00045700
            MOVE ZEROES TO WRK-EXCEDE.                                  00045800
            IF WRK-QDR-OCUPADOS (WRK-SUB-QDR) GREATER                   00045900
               WRK-QDR-VAGAS (WRK-SUB-QDR)                              00046000
               COMPUTE WRK-EXCEDE = WRK-QDR-OCUPADOS (WRK-SUB-QDR)      00046100
                                  - WRK-QDR-VAGAS (WRK-SUB-QDR)         00046200
               ADD 1 TO WRK-QTD-EXCPOS                                  00046300
            ELSE                                                        00046400
               COMPUTE WRK-VAGOS = WRK-QDR-VAGAS (WRK-SUB-QDR)          00046500
                                 - WRK-QDR-OCUPADOS (WRK-SUB-QDR)       00046600
            END-IF.                                                     00046700
            COMPUTE WRK-CUSTO = WRK-VAGOS                               00046800
                              * WRK-QDR-SALORC (WRK-SUB-QDR).           00046900
                                                                        00047000
            MOVE WRK-QDR-SETOR (WRK-SUB-QDR)    TO WRK-DET-SETOR.       00047100
            MOVE WRK-QDR-CARGO (WRK-SUB-QDR)    TO WRK-DET-CARGO.       00047200
            MOVE WRK-QDR-VAGAS (WRK-SUB-QDR)    TO WRK-DET-APROV.       00047300
            MOVE WRK-QDR-OCUPADOS (WRK-SUB-QDR) TO WRK-DET-OCUP.        00047400
            MOVE WRK-VAGOS                      TO WRK-DET-VAGOS.       00047500
            MOVE WRK-EXCEDE                     TO WRK-DET-EXCEDE.      00047600
            MOVE WRK-QDR-SALORC (WRK-SUB-QDR)   TO WRK-DET-SALORC.      00047700
            MOVE WRK-CUSTO                      TO WRK-DET-CUSTO.       00047800
            EVALUATE TRUE                                               00047900
              WHEN WRK-EXCEDE GREATER ZEROES                            00048000
                MOVE 'EXCEDENTE'    TO WRK-DET-OBS                      00048100
              WHEN WRK-VAGOS EQUAL ZEROES                               00048200
                MOVE 'COMPLETO'     TO WRK-DET-OBS                      00048300
              WHEN OTHER                                                00048400
                MOVE SPACES         TO WRK-DET-OBS                      00048500
            END-EVALUATE.                                               00048600
            WRITE FD-RELQUADR FROM WRK-LINHA-DETALHE.                   00048700
                                                                        00048800
            ADD WRK-QDR-VAGAS (WRK-SUB-QDR)    TO WRK-SET-APROV.        00048900
            ADD WRK-QDR-OCUPADOS (WRK-SUB-QDR) TO WRK-SET-OCUP.         00049000
            ADD WRK-VAGOS                      TO WRK-SET-VAGOS.        00049100
            ADD WRK-EXCEDE                     TO WRK-SET-EXCEDE.       00049200
            ADD WRK-CUSTO                      TO WRK-SET-CUSTO.        00049300
            ADD 1 TO WRK-SUB-QDR.                                       00049400
       2500-99-FIM.              EXIT.                                  00049500
      *-------------------------------------------------------------*   00049600
       2600-TOTALIZAR-SETOR                     SECTION.                00049700
      *-------------------------------------------------------------*   00049800
            MOVE SPACES TO WRK-TOT-ROTULO.                              00049900
            MOVE 'TOTAL' TO WRK-TOT-ROTULO (1:5).                       00050000
            MOVE WRK-SETOR-ATUAL TO WRK-TOT-ROTULO (7:4).               00050100
            MOVE WRK-SET-APROV  TO WRK-TOT-APROV.                       00050200
            MOVE WRK-SET-OCUP   TO WRK-TOT-OCUP.                        00050300
            MOVE WRK-SET-VAGOS  TO WRK-TOT-VAGOS.                       00050400
            MOVE WRK-SET-EXCEDE TO WRK-TOT-EXCEDE.                      00050500
            MOVE WRK-SET-CUSTO  TO WRK-TOT-CUSTO.                       00050600
            WRITE FD-RELQUADR FROM WRK-LINHA-TOTAL.                     00050700
            WRITE FD-RELQUADR FROM WRK-LINHA-TRACO.                     00050800
                                                                        00050900
            ADD WRK-SET-APROV  TO WRK-GER-APROV.                        00051000
            ADD WRK-SET-OCUP   TO WRK-GER-OCUP.                         00051100
            ADD WRK-SET-VAGOS  TO WRK-GER-VAGOS.                        00051200
            ADD WRK-SET-EXCEDE TO WRK-GER-EXCEDE.                       00051300
            ADD WRK-SET-CUSTO  TO WRK-GER-CUSTO.                        00051400
            MOVE ZEROES TO WRK-SET-APROV WRK-SET-OCUP WRK-SET-VAGOS     00051500
                           WRK-SET-EXCEDE WRK-SET-CUSTO.                00051600
       2600-99-FIM.              EXIT.                                  00051700
      *-------------------------------------------------------------*   00051800
       2700-IMPRIMIR-TOTAL-GERAL                SECTION.                00051900
      *-------------------------------------------------------------*   00052000
            MOVE 'TOTAL GERAL' TO WRK-TOT-ROTULO.                       00052100
            MOVE WRK-GER-APROV  TO WRK-TOT-APROV.                       00052200
            MOVE WRK-GER-OCUP   TO WRK-TOT-OCUP.                        00052300
            MOVE WRK-GER-VAGOS  TO WRK-TOT-VAGOS.                       00052400
            MOVE WRK-GER-EXCEDE TO WRK-TOT-EXCEDE.                      00052500
            MOVE WRK-GER-CUSTO  TO WRK-TOT-CUSTO.                       00052600
            WRITE FD-RELQUADR FROM WRK-LINHA-TOTAL.                     00052700
       2700-99-FIM.              EXIT.                                  00052800
      *-------------------------------------------------------------*   00052900
       2800-IMPRIMIR-FORA                       SECTION.                00053000
      *-------------------------------------------------------------*   00053100
            MOVE WRK-FORA-ID (WRK-SUB-FORA)    TO WRK-FOR-ID.           00053200
            MOVE WRK-FORA-NOME (WRK-SUB-FORA)  TO WRK-FOR-NOME.         00053300
            MOVE WRK-FORA-SETOR (WRK-SUB-FORA) TO WRK-FOR-SETOR.        00053400
            MOVE WRK-FORA-CARGO (WRK-SUB-FORA) TO WRK-FOR-CARGO.        00053500
            WRITE FD-RELQUADR FROM WRK-LINHA-FORA.                      00053600
            ADD 1 TO WRK-SUB-FORA.                                      00053700
       2800-99-FIM.              EXIT.                                  00053800
      *-------------------------------------------------------------*   00053900
       3000-FINALIZAR                           SECTION.                00054000
      *-------------------------------------------------------------*   00054100
             WRITE FD-RELQUADR FROM WRK-LINHA-TRACO.                    00054200
                                                                        00054300
             CLOSE QUADUNL FUNCUNL CARGUNL RELQUADR.                    00054400
              DISPLAY ' ============================================'.  00054500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB57          '.  00054600
              DISPLAY ' ============================================'.  00054700
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00054800
              DISPLAY ' POSICOES NO QUADRO.........' WRK-QTD-QDR.       00054900
              DISPLAY ' ATIVOS LIDOS...............' WRK-REGLIDOS.      00055000
              DISPLAY ' ATIVOS EM SETOR S/ CONTROLE' WRK-QTD-SEMCTRL.   00055100
              DISPLAY ' VAGAS APROVADAS............' WRK-GER-APROV.     00055200
              DISPLAY ' VAGAS OCUPADAS.............' WRK-GER-OCUP.      00055300
              DISPLAY ' VAGAS EM ABERTO............' WRK-GER-VAGOS.     00055400
              DISPLAY ' POSICOES COM EXCEDENTE.....' WRK-QTD-EXCPOS.    00055500
              DISPLAY ' ATIVOS FORA DO QUADRO......' WRK-QTD-FORATOT.   00055600
              DISPLAY ' REGISTROS IGNORADOS........' WRK-QTD-IGNORA.    00055700
              DISPLAY ' ============================================'.  00055800
              IF WRK-QTD-EXCPOS GREATER ZEROES                          00055900
                 OR WRK-QTD-FORATOT GREATER ZEROES                      00056000
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00056100
                 MOVE 4 TO RETURN-CODE                                  00056200
              END-IF.                                                   00056300
                                                                        00056400
       3000-99-FIM.              EXIT.                                  00056500
      *-------------------------------------------------------------*   00056600
       4000-TESTARSTATUS                            SECTION.            00056700
      *-------------------------------------------------------------*   00056800
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00056900
                 IF WRK-FS-QUADUNL NOT EQUAL 00                         00057000
                    AND WRK-FS-QUADUNL NOT EQUAL 10                     00057100
                   MOVE 'ERRO NO QUADUNL       ' TO WRK-MSGERRO         00057200
                   MOVE '1100'                   TO WRK-SECAO           00057300
                   MOVE WRK-FS-QUADUNL           TO WRK-STATUS          00057400
                    PERFORM 9000-TRATAERROS                             00057500
                 END-IF.                                                00057600
                 IF WRK-FS-CARGUNL NOT EQUAL 00                         00057700
                    AND WRK-FS-CARGUNL NOT EQUAL 10                     00057800
                   MOVE 'ERRO NO CARGUNL       ' TO WRK-MSGERRO         00057900
                   MOVE '1500'                   TO WRK-SECAO           00058000
                   MOVE WRK-FS-CARGUNL           TO WRK-STATUS          00058100
                    PERFORM 9000-TRATAERROS                             00058200
                 END-IF.                                                00058300
                 IF WRK-FS-RELQUADR NOT EQUAL 00                        00058400
                   MOVE 'ERRO NO OPEN RELQUADR ' TO WRK-MSGERRO         00058500
                   MOVE '1000'                   TO WRK-SECAO           00058600
                   MOVE WRK-FS-RELQUADR          TO WRK-STATUS          00058700
                    PERFORM 9000-TRATAERROS                             00058800
                 END-IF.                                                00058900
                                                                        00059000
       4000-99-FIM.              EXIT.                                  00059100
      *-------------------------------------------------------------*   00059200
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00059300
      *-------------------------------------------------------------*   00059400
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00059500
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00059600
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00059700
                 MOVE '2000'                   TO WRK-SECAO             00059800
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00059900
                  PERFORM 9000-TRATAERROS                               00060000
               END-IF.                                                  00060100
                                                                        00060200
       4100-99-FIM.              EXIT.                                  00060300
      *-------------------------------------------------------------*   00060400
       9000-TRATAERROS                              SECTION.            00060500
      *-------------------------------------------------------------*   00060600
           MOVE 'FR19DB57' TO WRK-PROGRAMA                              00060700
           MOVE 'E'        TO WRK-SEVERIDADE                            00060800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00060900
           GOBACK.                                                      00061000
                                                                        00061100
       9000-99-FIM.              EXIT.                                  00061200
