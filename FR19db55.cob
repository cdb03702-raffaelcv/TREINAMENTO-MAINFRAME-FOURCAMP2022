      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB55.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONFORMIDADE DOS TREINAMENTOS OBRIGATORIOS. A   *   00001200
      *    CADEIA DE CURSOS (ARQ1906 -> ARQ1908 -> ARQ1909)         *   00001300
      *    CERTIFICA ALUNOS, MAS O RH NAO SABIA QUEM ESTA SEM O     *   00001400
      *    CURSO EXIGIDO PARA O SEU CARGO NEM CUJO CERTIFICADO VAI  *   00001500
      *    VENCER. RODA UMA VEZ POR MES E LE:                       *   00001600
      *     REQTREIN - EXIGENCIAS: TIPO ('C' = CARGO, 'S' = SETOR), *   00001700
      *                CHAVE, CURSO E VALIDADE EM MESES (000 = NAO  *   00001800
      *                VENCE). CURSO EXIGIDO DUAS VEZES (CARGO E    *   00001900
      *                SETOR) VALE A MENOR VALIDADE                 *   00002000
      *     FUNCALU  - VINCULO ID DO IVAN.FUNC -> MATRICULA DO      *   00002100
      *                ALUNO                                        *   00002200
      *                (OPCIONAL); SEM VINCULO A MATRICULA E O      *   00002300
      *                PROPRIO ID, COMO O FR19DB42 MATRICULA O      *   00002400
      *                ADMITIDO NO CURSO DE INTEGRACAO              *   00002500
      *     REGCERT  - CERTIFICADOS EMITIDOS PELO ARQ1909 (VALE O   *   00002600
      *                MAIS RECENTE DE CADA MATRICULA + CURSO)      *   00002700
      *     FUNCUNL/CARGUNL - DESCARGAS POR ID (FR19DB23)           *   00002800
      *    O RELTREIN TRAZ, POR ATIVO E CURSO EXIGIDO, A SITUACAO:  *   00002900
      *    EM DIA, VENCE EM 60 DIAS, VENCIDO OU NUNCA FEITO (O      *   00003000
      *    VENCIMENTO E A DATA DO CERTIFICADO MAIS A VALIDADE).     *   00003100
      *    PARA VENCIDO E NUNCA FEITO, GRAVA NO DECKALU O CARTAO    *   00003200
      *    DE MATRICULA NO LAYOUT DO ALUNOS (TURMA 01), PARA O      *   00003300
      *    ARQ1906.                                                 *   00003400
      *    HAVENDO VENCIDO OU NUNCA FEITO, RC=4.                    *   00003500
      *    CARTAO SYSIN: DATA DE REFERENCIA AAAAMMDD (ZEROS = HOJE) *   00003600
      *    (10 DE FILLER ANTES DO VALOR).                           *   00003700
      *-------------------------------------------------------------*   00003800
      *   ARQUIVOS...:                                              *   00003900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004000
      *    REQTREIN             I                  -----------      *   00004100
      *    FUNCALU              I                  -----------      *   00004200
      *    REGCERT              I                  -----------      *   00004300
      *    FUNCUNL              I                  -----------      *   00004400
      *    CARGUNL              I                  -----------      *   00004500
      *    RELTREIN             O                  -----------      *   00004600
      *    DECKALU              O                  -----------      *   00004700
      *-------------------------------------------------------------*   00004800
      *   MODULOS....:                             INCLUDE/BOOK     *   00004900
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005000
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       ENVIRONMENT                               DIVISION.              00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       CONFIGURATION                               SECTION.             00005800
      *=============================================================*   00005900
       SPECIAL-NAMES.                                                   00006000
           DECIMAL-POINT IS COMMA.                                      00006100
                                                                        00006200
       INPUT-OUTPUT                                SECTION.             00006300
       FILE-CONTROL.                                                    00006400
            SELECT REQTREIN ASSIGN TO REQTREIN                          00006500
                 FILE STATUS IS WRK-FS-REQTREIN.                        00006600
                                                                        00006700
            SELECT FUNCALU ASSIGN TO FUNCALU                            00006800
                 FILE STATUS IS WRK-FS-FUNCALU.                         00006900
                                                                        00007000
            SELECT REGCERT ASSIGN TO REGCERT                            00007100
                 FILE STATUS IS WRK-FS-REGCERT.                         00007200
                                                                        00007300
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007400
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007500
                                                                        00007600
            SELECT CARGUNL ASSIGN TO CARGUNL                            00007700
                 FILE STATUS IS WRK-FS-CARGUNL.                         00007800
                                                                        00007900
      *--------------ARQUIVOS SAIDAS---*                                00008000
            SELECT RELTREIN ASSIGN TO RELTREIN                          00008100
                 FILE STATUS IS WRK-FS-RELTREIN.                        00008200
                                                                        00008300
            SELECT DECKALU ASSIGN TO DECKALU                            00008400
                 FILE STATUS IS WRK-FS-DECKALU.                         00008500
                                                                        00008600
      *=============================================================*   00008700
       DATA                                      DIVISION.              00008800
      *=============================================================*   00008900
       FILE                                      SECTION.               00009000
      *-------------------LRECL 20----------------------------------*   00009100
       FD REQTREIN                                                      00009200
           RECORDING MODE IS F                                          00009300
           LABEL RECORD IS STANDARD                                     00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-REQTREIN.                                                  00009600
          05 FD-REQ-TIPO        PIC X(01).                              00009700
          05 FD-REQ-CHAVE       PIC X(06).                              00009800
          05 FD-REQ-CURSO       PIC X(04).                              00009900
          05 FD-REQ-VALIDADE    PIC 9(03).                              00010000
          05 FILLER             PIC X(06).                              00010100
                                                                        00010200
      *-------------------LRECL 20----------------------------------*   00010300
       FD FUNCALU                                                       00010400
           RECORDING MODE IS F                                          00010500
           LABEL RECORD IS STANDARD                                     00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-FUNCALU.                                                   00010800
          05 FD-FAL-ID          PIC 9(05).                              00010900
          05 FD-FAL-MATRICULA   PIC 9(06).                              00011000
          05 FILLER             PIC X(09).                              00011100
                                                                        00011200
      *-------------------LRECL 64----------------------------------*   00011300
       FD REGCERT                                                       00011400
           RECORDING MODE IS F                                          00011500
           LABEL RECORD IS STANDARD                                     00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-REGCERT.                                                   00011800
          05 FD-RC-NUMERO        PIC 9(08).                             00011900
          05 FD-RC-MATRICULA     PIC 9(06).                             00012000
          05 FD-RC-NOME          PIC X(30).                             00012100
          05 FD-RC-CURSO         PIC X(04).                             00012200
          05 FD-RC-TURMA         PIC X(02).                             00012300
          05 FD-RC-MEDIA         PIC 9(02)V9.                           00012400
          05 FD-RC-DATA          PIC 9(08).                             00012500
          05 FILLER              PIC X(03).                             00012600
                                                                        00012700
      *-------------------LRECL 113---------------------------------*   00012800
       FD FUNCUNL                                                       00012900
           RECORDING MODE IS F                                          00013000
           LABEL RECORD IS STANDARD                                     00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-FUNCUNL.                                                   00013300
          05 FD-UNL-ID          PIC 9(05).                              00013400
          05 FD-UNL-NOME        PIC X(30).                              00013500
          05 FD-UNL-SETOR       PIC X(04).                              00013600
          05 FD-UNL-SALARIO     PIC 9(08)V99.                           00013700
          05 FD-UNL-DATAADM     PIC X(10).                              00013800
          05 FD-UNL-EMAIL       PIC X(40).                              00013900
          05 FD-UNL-STATUS      PIC X(01).                              00014000
          05 FD-UNL-DATADEM     PIC X(10).                              00014100
          05 FD-UNL-EMPRESA     PIC X(03).                              00014200
                                                                        00014300
      *-------------------LRECL 11----------------------------------*   00014400
       FD CARGUNL                                                       00014500
           RECORDING MODE IS F                                          00014600
           LABEL RECORD IS STANDARD                                     00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-CARGUNL.                                                   00014900
          05 FD-UG-IDFUNC       PIC 9(05).                              00015000
          05 FD-UG-CARGO        PIC X(06).                              00015100
                                                                        00015200
      *-------------------LRECL 100---------------------------------*   00015300
       FD RELTREIN                                                      00015400
           RECORDING MODE IS F.                                         00015500
       01 FD-RELTREIN            PIC X(100).                            00015600
                                                                        00015700
      *-------------------LRECL 42----------------------------------*   00015800
       FD DECKALU                                                       00015900
           RECORDING MODE IS F.                                         00016000
       01 FD-DECKALU.                                                   00016100
          05 FD-ALU-MATRICULA   PIC 9(06).                              00016200
          05 FD-ALU-NOME        PIC X(30).                              00016300
          05 FD-ALU-CURSO       PIC X(04).                              00016400
          05 FD-ALU-TURMA       PIC X(02).                              00016500
                                                                        00016600
      *=============================================================*   00016700
       WORKING-STORAGE                             SECTION.             00016800
      *=============================================================*   00016900
                                                                        00017000
       01 FILLER          PIC X(64) VALUE                               00017100
           '-----------BOOK LOGERROS------------------------'.          00017200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017300
       COPY '#GLOG'.                                                    00017400
      *-------------------------------------------------------------*   00017500
                                                                        00017600
       01 FILLER          PIC X(64) VALUE                               00017700
           '-----------VARIAVEIS DE STATUS------------------'.          00017800
                                                                        00017900
       77 WRK-FS-REQTREIN PIC 9(02).                                    00018000
       77 WRK-FS-FUNCALU  PIC 9(02).                                    00018100
       77 WRK-FS-REGCERT  PIC 9(02).                                    00018200
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00018300
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00018400
       77 WRK-FS-RELTREIN PIC 9(02).                                    00018500
       77 WRK-FS-DECKALU  PIC 9(02).                                    00018600
                                                                        00018700
       01 FILLER          PIC X(64) VALUE                               00018800
           '-----------PARAMETRO SYSIN----------------------'.          00018900
                                                                        00019000
       01 WRK-CARTAO-DATA.                                              00019100
          05 FILLER              PIC X(10).                             00019200
          05 WRK-CARTAO-DATA-AC  PIC 9(08).                             00019300
                                                                        00019400
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00019500
       77 WRK-DATA-REF    PIC 9(08) VALUE ZEROES.                       00019600
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROES.                       00019700
       77 WRK-JANELA      PIC 9(03) VALUE 60.                           00019800
       77 WRK-CONTA-DIAS  PIC 9(03) VALUE ZEROES.                       00019900
                                                                        00020000
      *-------DATAS: JANELA E VENCIMENTO DO CERTIFICADO--------------*  00020100
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROES.                       00020200
       01 WRK-DATA-CALC-G REDEFINES WRK-DATA-CALC.                      00020300
          05 WRK-CALC-ANO        PIC 9(04).                             00020400
          05 WRK-CALC-MES        PIC 9(02).                             00020500
          05 WRK-CALC-DIA        PIC 9(02).                             00020600
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROES.                       00020700
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROES.                       00020800
       77 WRK-RESTO       PIC 9(03) VALUE ZEROES.                       00020900
       77 WRK-TOT-MESES   PIC 9(06) VALUE ZEROES.                       00021000
                                                                        00021100
       01 FILLER          PIC X(64) VALUE                               00021200
           '-----------TABELAS EM MEMORIA-------------------'.          00021300
                                                                        00021400
      *----EXIGENCIAS POR CARGO OU SETOR (200)-----------------------*  00021500
       77 WRK-SW-FIM-REQ  PIC X(01) VALUE 'N'.                          00021600
           88 WRK-FIM-REQTREIN      VALUE 'S'.                          00021700
       77 WRK-QTD-REQ     PIC 9(03) VALUE ZEROES.                       00021800
       77 WRK-SUB-REQ     PIC 9(03) VALUE ZEROES.                       00021900
       01 WRK-TAB-REQUISITOS.                                           00022000
          05 WRK-REQ-LINHA OCCURS 200 TIMES.                            00022100
             10 WRK-REQ-TIPO       PIC X(01).                           00022200
             10 WRK-REQ-CHAVE      PIC X(06).                           00022300
             10 WRK-REQ-CURSO      PIC X(04).                           00022400
             10 WRK-REQ-VALIDADE   PIC 9(03).                           00022500
                                                                        00022600
      *----VINCULO ID -> MATRICULA (1000)----------------------------*  00022700
       77 WRK-SW-FIM-FAL  PIC X(01) VALUE 'N'.                          00022800
           88 WRK-FIM-FUNCALU       VALUE 'S'.                          00022900
       77 WRK-QTD-FAL     PIC 9(04) COMP VALUE ZERO.                    00023000
       77 WRK-SUB-FAL     PIC 9(04) COMP VALUE ZERO.                    00023100
       77 WRK-IDX-FAL     PIC 9(04) COMP VALUE ZERO.                    00023200
       01 WRK-TAB-VINCULOS.                                             00023300
          05 WRK-FAL-LINHA OCCURS 1000 TIMES.                           00023400
             10 WRK-FAL-ID         PIC 9(05).                           00023500
             10 WRK-FAL-MATRICULA  PIC 9(06).                           00023600
                                                                        00023700
      *----ULTIMO CERTIFICADO POR MATRICULA + CURSO (3000)-----------*  00023800
       77 WRK-SW-FIM-RC   PIC X(01) VALUE 'N'.                          00023900
           88 WRK-FIM-REGCERT       VALUE 'S'.                          00024000
       77 WRK-QTD-CER     PIC 9(04) COMP VALUE ZERO.                    00024100
       77 WRK-SUB-CER     PIC 9(04) COMP VALUE ZERO.                    00024200
       77 WRK-IDX-CER     PIC 9(04) COMP VALUE ZERO.                    00024300
       01 WRK-TAB-CERTIFICADOS.                                         00024400
          05 WRK-CER-LINHA OCCURS 3000 TIMES.                           00024500
             10 WRK-CER-MATRICULA  PIC 9(06).                           00024600
             10 WRK-CER-CURSO      PIC X(04).                           00024700
             10 WRK-CER-DATA       PIC 9(08).                           00024800
                                                                        00024900
      *----CURSOS EXIGIDOS DO FUNCIONARIO CORRENTE (20)--------------*  00025000
       77 WRK-QTD-EXI     PIC 9(02) VALUE ZEROES.                       00025100
       77 WRK-SUB-EXI     PIC 9(02) VALUE ZEROES.                       00025200
       77 WRK-IDX-EXI     PIC 9(02) VALUE ZEROES.                       00025300
       01 WRK-TAB-EXIGIDOS.                                             00025400
          05 WRK-EXI-LINHA OCCURS 20 TIMES.                             00025500
             10 WRK-EXI-CURSO      PIC X(04).                           00025600
             10 WRK-EXI-VALIDADE   PIC 9(03).                           00025700
                                                                        00025800
       01 FILLER          PIC X(64) VALUE                               00025900
           '-----------CONTADORES E CONTROLES---------------'.          00026000
                                                                        00026100
       77 WRK-SW-FIM-UNL  PIC X(01) VALUE 'N'.                          00026200
           88 WRK-FIM-FUNCUNL       VALUE 'S'.                          00026300
       77 WRK-SW-FIM-CAR  PIC X(01) VALUE 'N'.                          00026400
           88 WRK-FIM-CARGUNL       VALUE 'S'.                          00026500
       77 WRK-SW-DADO-CAR PIC X(01) VALUE 'N'.                          00026600
           88 WRK-DADO-CAR-OK       VALUE 'S'.                          00026700
       77 WRK-CARGO-FUNC  PIC X(06) VALUE SPACES.                       00026800
       77 WRK-MATRICULA   PIC 9(06) VALUE ZEROES.                       00026900
       77 WRK-VENCIMENTO  PIC 9(08) VALUE ZEROES.                       00027000
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00027100
       77 WRK-QTD-SEMEXIG PIC 9(05) VALUE ZEROES.                       00027200
       77 WRK-QTD-EMDIA   PIC 9(05) VALUE ZEROES.                       00027300
       77 WRK-QTD-AVENCER PIC 9(05) VALUE ZEROES.                       00027400
       77 WRK-QTD-VENCIDO PIC 9(05) VALUE ZEROES.                       00027500
       77 WRK-QTD-NUNCA   PIC 9(05) VALUE ZEROES.                       00027600
       77 WRK-QTD-CARTOES PIC 9(05) VALUE ZEROES.                       00027700
       77 WRK-QTD-IGNORA  PIC 9(05) VALUE ZEROES.                       00027800
                                                                        00027900
       01 FILLER          PIC X(64) VALUE                               00028000
           '-----------LINHAS DO RELATORIO------------------'.          00028100
                                                                        00028200
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00028300
                                                                        00028400
       01 WRK-LINHA-TITULO.                                             00028500
          05 FILLER              PIC X(46) VALUE                        00028600
             'CONFORMIDADE DOS TREINAMENTOS OBRIGATORIOS    '.          00028700
          05 FILLER              PIC X(13) VALUE '  REFERENCIA:'.       00028800
          05 WRK-TIT-REF         PIC 9(08).                             00028900
          05 FILLER              PIC X(15) VALUE '  JANELA ATE: '.      00029000
          05 WRK-TIT-LIMITE      PIC 9(08).                             00029100
          05 FILLER              PIC X(10) VALUE SPACES.                00029200
                                                                        00029300
       01 WRK-LINHA-CABEC.                                              00029400
          05 FILLER              PIC X(50) VALUE                        00029500
             'ID    NOME                           SETOR CARGO C'.      00029600
          05 FILLER              PIC X(50) VALUE                        00029700
             'URSO MATRIC CERTIF   VENCIMTO SITUACAO'.                  00029800
                                                                        00029900
       01 WRK-LINHA-DETALHE.                                            00030000
          05 WRK-DET-ID          PIC 9(05).                             00030100
          05 FILLER              PIC X(01) VALUE SPACE.                 00030200
          05 WRK-DET-NOME        PIC X(30).                             00030300
          05 FILLER              PIC X(01) VALUE SPACE.                 00030400
          05 WRK-DET-SETOR       PIC X(04).                             00030500
          05 FILLER              PIC X(02) VALUE SPACES.                00030600
          05 WRK-DET-CARGO       PIC X(06).                             00030700
          05 FILLER              PIC X(01) VALUE SPACE.                 00030800
          05 WRK-DET-CURSO       PIC X(04).                             00030900
          05 FILLER              PIC X(01) VALUE SPACE.                 00031000
          05 WRK-DET-MATRICULA   PIC 9(06).                             00031100
          05 FILLER              PIC X(01) VALUE SPACE.                 00031200
          05 WRK-DET-CERTIF      PIC 9(08).                             00031300
          05 FILLER              PIC X(01) VALUE SPACE.                 00031400
          05 WRK-DET-VENC        PIC X(08).                             00031500
          05 FILLER              PIC X(01) VALUE SPACE.                 00031600
          05 WRK-DET-SITUACAO    PIC X(16).                             00031700
          05 FILLER              PIC X(04) VALUE SPACES.                00031800
                                                                        00031900
      *=============================================================*   00032000
       PROCEDURE DIVISION.                                              00032100
      *=============================================================*   00032200
                                                                        00032300
      *-------------------------------------------------------------*   00032400
       0000-PRINCIPAL                           SECTION.                00032500
      *-------------------------------------------------------------*   00032600
                                                                        00032700
            PERFORM  1000-INICIAR.                                      00032800
                                                                        00032900
            PERFORM  1100-CARREGAR-REQUISITOS UNTIL WRK-FIM-REQTREIN.   00033000
            PERFORM  1300-CARREGAR-CERTIFICADOS UNTIL WRK-FIM-REGCERT.  00033100
                                                                        00033200
            PERFORM  1500-LER-CARGUNL.                                  00033300
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-FUNCUNL.              00033400
                                                                        00033500
            PERFORM  3000-FINALIZAR.                                    00033600
                                                                        00033700
            STOP RUN.                                                   00033800
                                                                        00033900
      *-------------------------------------------------------------*   00034000
       1000-INICIAR                             SECTION.                00034100
      *-------------------------------------------------------------*   00034200
             OPEN INPUT  REQTREIN REGCERT FUNCUNL CARGUNL               00034300
                  OUTPUT RELTREIN DECKALU.                              00034400
                                                                        00034500
               PERFORM 4000-TESTARSTATUS.                               00034600
                                                                        00034700
      *----VINCULO ID -> MATRICULA E OPCIONAL-----------------------*   00034800
               OPEN INPUT FUNCALU.                                      00034900
               IF WRK-FS-FUNCALU NOT EQUAL 00                           00035000
                  DISPLAY ' FUNCALU INDISPONIVEL (FS=' WRK-FS-FUNCALU   00035100
                          ') - MATRICULA = ID DO FUNCIONARIO'           00035200
                  MOVE 'S' TO WRK-SW-FIM-FAL                            00035300
               ELSE                                                     00035400
                  PERFORM 1200-CARREGAR-VINCULOS UNTIL WRK-FIM-FUNCALU  00035500
                  CLOSE FUNCALU                                         00035600
               END-IF.                                                  00035700
                                                                        00035800
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00035900
               ACCEPT WRK-CARTAO-DATA FROM SYSIN.                       00036000
               IF WRK-CARTAO-DATA-AC NOT NUMERIC                        00036100
                  OR WRK-CARTAO-DATA-AC EQUAL ZEROES                    00036200
                  MOVE WRK-DATA-HOJE TO WRK-DATA-REF                    00036300
               ELSE                                                     00036400
                  MOVE WRK-CARTAO-DATA-AC TO WRK-DATA-REF               00036500
               END-IF.                                                  00036600
                                                                        00036700
      *----ULTIMO DIA DA JANELA = REFERENCIA + 60 DIAS--------------*   00036800
               MOVE WRK-DATA-REF TO WRK-DATA-CALC.                      00036900
               MOVE ZEROES TO WRK-CONTA-DIAS.                           00037000
               PERFORM 2710-AVANCAR-UM-DIA                              00037100
                       UNTIL WRK-CONTA-DIAS NOT LESS WRK-JANELA.        00037200
               MOVE WRK-DATA-CALC TO WRK-DATA-LIMITE.                   00037300
                                                                        00037400
               MOVE WRK-DATA-REF    TO WRK-TIT-REF.                     00037500
               MOVE WRK-DATA-LIMITE TO WRK-TIT-LIMITE.                  00037600
               WRITE FD-RELTREIN FROM WRK-LINHA-TRACO.                  00037700
               WRITE FD-RELTREIN FROM WRK-LINHA-TITULO.                 00037800
               WRITE FD-RELTREIN FROM WRK-LINHA-TRACO.                  00037900
               WRITE FD-RELTREIN FROM WRK-LINHA-CABEC.                  00038000
                                                                        00038100
       1000-99-FIM.              EXIT.                                  00038200
      *-------------------------------------------------------------*   00038300
       1100-CARREGAR-REQUISITOS                 SECTION.                00038400
      *-------------------------------------------------------------*   00038500
            READ REQTREIN                                               00038600
              AT END                                                    00038700
                MOVE 'S' TO WRK-SW-FIM-REQ                              00038800
            END-READ.                                                   00038900
            IF WRK-FS-REQTREIN NOT EQUAL 00                             00039000
               GO TO 1100-99-FIM.                                       00039100
            IF FD-REQ-TIPO NOT EQUAL 'C' AND FD-REQ-TIPO NOT EQUAL 'S'  00039200
               OR FD-REQ-CURSO EQUAL SPACES                             00039300
               OR FD-REQ-VALIDADE NOT NUMERIC                           00039400
               DISPLAY ' EXIGENCIA INVALIDA: ' FD-REQTREIN              00039500
               ADD 1 TO WRK-QTD-IGNORA                                  00039600
               GO TO 1100-99-FIM.                                       00039700
            IF WRK-QTD-REQ LESS 200                                     00039800
               ADD 1 TO WRK-QTD-REQ                                     00039900
               MOVE FD-REQ-TIPO     TO WRK-REQ-TIPO (WRK-QTD-REQ)       00040000
               MOVE FD-REQ-CHAVE    TO WRK-REQ-CHAVE (WRK-QTD-REQ)      00040100
               MOVE FD-REQ-CURSO    TO WRK-REQ-CURSO (WRK-QTD-REQ)      00040200
               MOVE FD-REQ-VALIDADE TO WRK-REQ-VALIDADE (WRK-QTD-REQ)   00040300
            ELSE                                                        00040400
               DISPLAY ' TABELA DE EXIGENCIAS ESGOTADA (200)'           00040500
               ADD 1 TO WRK-QTD-IGNORA                                  00040600
            END-IF.                                                     00040700
       1100-99-FIM.              EXIT.                                  00040800
      *-------------------------------------------------------------*   00040900
       1200-CARREGAR-VINCULOS                   SECTION.                00041000
      *-------------------------------------------------------------*   00041100
            READ FUNCALU                                                00041200
              AT END                                                    00041300
                MOVE 'S' TO WRK-SW-FIM-FAL                              00041400
              NOT AT END                                                00041500
                IF FD-FAL-ID NUMERIC AND FD-FAL-MATRICULA NUMERIC       00041600
                   AND WRK-QTD-FAL LESS 1000                            00041700
                   ADD 1 TO WRK-QTD-FAL                                 00041800
                   MOVE FD-FAL-ID        TO WRK-FAL-ID (WRK-QTD-FAL)    00041900
                   MOVE FD-FAL-MATRICULA TO                             00042000
                        WRK-FAL-MATRICULA (WRK-QTD-FAL)                 00042100
                ELSE                                                    00042200
                   DISPLAY ' VINCULO IGNORADO: ' FD-FUNCALU             00042300
                   ADD 1 TO WRK-QTD-IGNORA                              00042400
                END-IF                                                  00042500
            END-READ.                                                   00042600
       1200-99-FIM.              EXIT.                                  00042700
      *-------------------------------------------------------------*   00042800
       1300-CARREGAR-CERTIFICADOS               SECTION.                00042900
      *-------------------------------------------------------------*   00043000
            READ REGCERT                                                00043100
              AT END                                                    00043200
                MOVE 'S' TO WRK-SW-FIM-RC                               00043300
            END-READ.                                                   00043400
            IF WRK-FS-REGCERT NOT EQUAL 00                              00043500
               GO TO 1300-99-FIM.                                       00043600
                                                                        00043700
            MOVE ZERO TO WRK-IDX-CER.                                   00043800
            MOVE 1 TO WRK-SUB-CER.                                      00043900
            PERFORM 1310-COMPARAR-CERTIFICADO                           00044000
                    UNTIL WRK-SUB-CER GREATER WRK-QTD-CER               00044100
                       OR WRK-IDX-CER GREATER ZERO.                     00044200
            IF WRK-IDX-CER GREATER ZERO                                 00044300
               IF FD-RC-DATA GREATER WRK-CER-DATA (WRK-IDX-CER)         00044400
                  MOVE FD-RC-DATA TO WRK-CER-DATA (WRK-IDX-CER)         00044500
               END-IF                                                   00044600
               GO TO 1300-99-FIM.                                       00044700
                                                                        00044800
            IF WRK-QTD-CER LESS 3000                                    00044900
               ADD 1 TO WRK-QTD-CER                                     00045000
               MOVE FD-RC-MATRICULA TO WRK-CER-MATRICULA (WRK-QTD-CER)  00045100
               MOVE FD-RC-CURSO     TO WRK-CER-CURSO (WRK-QTD-CER)      00045200
               MOVE FD-RC-DATA      TO WRK-CER-DATA (WRK-QTD-CER)       00045300
            ELSE                                                        00045400
               DISPLAY ' TABELA DE CERTIFICADOS ESGOTADA (3000)'        00045500
               ADD 1 TO WRK-QTD-IGNORA                                  00045600
            END-IF.                                                     00045700
       1300-99-FIM.              EXIT.                                  00045800
      *-------------------------------------------------------------*   00045900
       1310-COMPARAR-CERTIFICADO                SECTION.                00046000
      *-------------------------------------------------------------*   00046100
            IF WRK-CER-MATRICULA (WRK-SUB-CER) EQUAL FD-RC-MATRICULA    00046200
               AND WRK-CER-CURSO (WRK-SUB-CER) EQUAL FD-RC-CURSO        00046300
               MOVE WRK-SUB-CER TO WRK-IDX-CER                          00046400
            END-IF.                                                     00046500
            ADD 1 TO WRK-SUB-CER.                                       00046600
       1310-99-FIM.              EXIT.                                  00046700
      *-------------------------------------------------------------*   00046800
       1500-LER-CARGUNL                         SECTION.                00046900
      *-------------------------------------------------------------*   00047000
      *----IGNORA OS REGISTROS DE CONTROLE DA DESCARGA--------------*   00047100
            MOVE 'N' TO WRK-SW-DADO-CAR.                                00047200
            PERFORM 1510-LER-REG-CARGUNL UNTIL WRK-DADO-CAR-OK.         00047300
       1500-99-FIM.              EXIT.                                  00047400
      *-------------------------------------------------------------*   00047500
       1510-LER-REG-CARGUNL                     SECTION.                00047600
      *-------------------------------------------------------------*   00047700
            READ CARGUNL                                                00047800
              AT END                                                    00047900
                MOVE 99999 TO FD-UG-IDFUNC                              00048000
                MOVE 'S' TO WRK-SW-FIM-CAR                              00048100
                MOVE 'S' TO WRK-SW-DADO-CAR                             00048200
            END-READ.                                                   00048300
            IF WRK-FS-CARGUNL EQUAL 00                                  00048400
               IF FD-CARGUNL (1:9) NOT EQUAL 'CABECALHO'                00048500
                  AND FD-CARGUNL (1:6) NOT EQUAL 'RODAPE'               00048600
                  MOVE 'S' TO WRK-SW-DADO-CAR                           00048700
               END-IF                                                   00048800
            END-IF.                                                     00048900
       1510-99-FIM.              EXIT.                                  00049000
      *-------------------------------------------------------------*   00049100
       2000-PROCESSAR                           SECTION.                00049200
      *-------------------------------------------------------------*   00049300
            READ FUNCUNL                                                00049400
              AT END                                                    00049500
                MOVE 'S' TO WRK-SW-FIM-UNL                              00049600
            END-READ.                                                   00049700
            PERFORM 4100-TESTARSTATUS-FUNCUNL.                          00049800
            IF WRK-FS-FUNCUNL EQUAL 00                                  00049900
               AND FD-FUNCUNL (1:9) NOT EQUAL 'CABECALHO'               00050000
               AND FD-FUNCUNL (1:6) NOT EQUAL 'RODAPE'                  00050100
               AND FD-UNL-STATUS EQUAL 'A'                              00050200
               PERFORM 2010-TRATAR-ATIVO                                00050300
            END-IF.                                                     00050400
                                                                        00050500
       2000-99-FIM.              EXIT.                                  00050600
      *-------------------------------------------------------------*   00050700
       2010-TRATAR-ATIVO                        SECTION.                00050800
      *-------------------------------------------------------------*   00050900
            ADD 1 TO WRK-REGLIDOS.                                      00051000
                                                                        00051100
      *----CASA O CARGO DO MESMO ID (AMBOS POR ID)------------------*   00051200
            PERFORM 2050-AVANCAR-CARGUNL                                00051300
                    UNTIL FD-UG-IDFUNC GREATER OR EQUAL FD-UNL-ID.      00051400
            IF FD-UG-IDFUNC EQUAL FD-UNL-ID                             00051500
               MOVE FD-UG-CARGO TO WRK-CARGO-FUNC                       00051600
            ELSE                                                        00051700
               MOVE SPACES TO WRK-CARGO-FUNC                            00051800
            END-IF.                                                     00051900
                                                                        00052000
      *----CURSOS EXIGIDOS PELO CARGO E PELO SETOR------------------*   00052100
            MOVE ZEROES TO WRK-QTD-EXI.                                 00052200
            MOVE 1 TO WRK-SUB-REQ.                                      00052300
            PERFORM 2100-CONFERIR-REQUISITO                             00052400
                    UNTIL WRK-SUB-REQ GREATER WRK-QTD-REQ.              00052500
            IF WRK-QTD-EXI EQUAL ZEROES                                 00052600
               ADD 1 TO WRK-QTD-SEMEXIG                                 00052700
               GO TO 2010-99-FIM.                                       00052800
                                                                        00052900
      *----MATRICULA DE ALUNO DO FUNCIONARIO------------------------*   00053000
            MOVE FD-UNL-ID TO WRK-MATRICULA.                            00053100
            MOVE ZERO TO WRK-IDX-FAL.                                   00053200
            MOVE 1 TO WRK-SUB-FAL.                                      00053300
            PERFORM 2150-COMPARAR-VINCULO                               00053400
                    UNTIL WRK-SUB-FAL GREATER WRK-QTD-FAL               00053500
                       OR WRK-IDX-FAL GREATER ZERO.                     00053600
            IF WRK-IDX-FAL GREATER ZERO                                 00053700
               MOVE WRK-FAL-MATRICULA (WRK-IDX-FAL) TO WRK-MATRICULA    00053800
            END-IF.                                                     00053900
                                                                        00054000
            MOVE 1 TO WRK-SUB-EXI.                                      00054100
            PERFORM 2200-AVALIAR-CURSO                                  00054200
                    UNTIL WRK-SUB-EXI GREATER WRK-QTD-EXI.              00054300
                                                                        00054400
       2010-99-FIM.              EXIT.                                  00054500
      *-------------------------------------------------------------*   00054600
       2050-AVANCAR-CARGUNL                     SECTION.                00054700
      *-------------------------------------------------------------*   00054800
            PERFORM 1500-LER-CARGUNL.                                   00054900
       2050-99-FIM.              EXIT.                                  00055000
      *-------------------------------------------------------------*   00055100
       2100-CONFERIR-REQUISITO                  SECTION.                00055200
      *-------------------------------------------------------------*   00055300
            IF WRK-REQ-TIPO (WRK-SUB-REQ) EQUAL 'C'                     00055400
               AND WRK-CARGO-FUNC NOT EQUAL SPACES                      00055500
               AND WRK-REQ-CHAVE (WRK-SUB-REQ) EQUAL WRK-CARGO-FUNC     00055600
               PERFORM 2110-INCLUIR-EXIGIDO                             00055700
            END-IF.                                                     00055800
            IF WRK-REQ-TIPO (WRK-SUB-REQ) EQUAL 'S'                     00055900
               AND WRK-REQ-CHAVE (WRK-SUB-REQ) (1:4) EQUAL              00056000
                   FD-UNL-SETOR                                         00056100
               AND WRK-REQ-CHAVE (WRK-SUB-REQ) (5:2) EQUAL SPACES       00056200
               PERFORM 2110-INCLUIR-EXIGIDO                             00056300
            END-IF.                                                     00056400
            ADD 1 TO WRK-SUB-REQ.                                       00056500
       2100-99-FIM.              EXIT.                                  00056600
      *-------------------------------------------------------------*   00056700
       2110-INCLUIR-EXIGIDO                     SECTION.                00056800
      *-------------------------------------------------------------*   00056900
      *   CURSO JA EXIGIDO FICA COM A MENOR VALIDADE (000 = NAO     *   00057000
      *   VENCE, PORTANTO A MAIOR).                                 *   00057100
      *-------------------------------------------------------------*   00057200
            MOVE ZEROES TO WRK-IDX-EXI.                                 00057300
            MOVE 1 TO WRK-SUB-EXI.                                      00057400
            PERFORM 2120-COMPARAR-EXIGIDO                               00057500
                    UNTIL WRK-SUB-EXI GREATER WRK-QTD-EXI               00057600
                       OR WRK-IDX-EXI GREATER ZEROES.                   00057700
            IF WRK-IDX-EXI GREATER ZEROES                               00057800
               IF WRK-REQ-VALIDADE (WRK-SUB-REQ) GREATER ZEROES         00057900
                  IF WRK-EXI-VALIDADE (WRK-IDX-EXI) EQUAL ZEROES        00058000
                     OR WRK-REQ-VALIDADE (WRK-SUB-REQ) LESS             00058100
                        WRK-EXI-VALIDADE (WRK-IDX-EXI)                  00058200
                     MOVE WRK-REQ-VALIDADE (WRK-SUB-REQ) TO             00058300
                          WRK-EXI-VALIDADE (WRK-IDX-EXI)                00058400
                  END-IF                                                00058500
               END-IF                                                   00058600
               GO TO 2110-99-FIM.                                       00058700
            IF WRK-QTD-EXI LESS 20                                      00058800
               ADD 1 TO WRK-QTD-EXI                                     00058900
               MOVE WRK-REQ-CURSO (WRK-SUB-REQ) TO                      00059000
                    WRK-EXI-CURSO (WRK-QTD-EXI)                         00059100
               MOVE WRK-REQ-VALIDADE (WRK-SUB-REQ) TO                   00059200
                    WRK-EXI-VALIDADE (WRK-QTD-EXI)                      00059300
            ELSE                                                        00059400
               DISPLAY ' MAIS DE 20 CURSOS EXIGIDOS - ID ' FD-UNL-ID    00059500
               ADD 1 TO WRK-QTD-IGNORA                                  00059600
            END-IF.                                                     00059700
       2110-99-FIM.              EXIT.                                  00059800
      *-------------------------------------------------------------*   00059900
       2120-COMPARAR-EXIGIDO                    SECTION.                00060000
      *-------------------------------------------------------------*   00060100
            IF WRK-EXI-CURSO (WRK-SUB-EXI) EQUAL                        00060200
               WRK-REQ-CURSO (WRK-SUB-REQ)                              00060300
               MOVE WRK-SUB-EXI TO WRK-IDX-EXI                          00060400
            END-IF.                                                     00060500
            ADD 1 TO WRK-SUB-EXI.                                       00060600
       2120-99-FIM.              EXIT.                                  00060700
      *-------------------------------------------------------------*   00060800
       2150-COMPARAR-VINCULO                    SECTION.                00060900
      *-------------------------------------------------------------*   00061000
            IF WRK-FAL-ID (WRK-SUB-FAL) EQUAL FD-UNL-ID                 00061100
               MOVE WRK-SUB-FAL TO WRK-IDX-FAL                          00061200
            END-IF.                                                     00061300
            ADD 1 TO WRK-SUB-FAL.                                       00061400
       2150-99-FIM.              EXIT.                                  00061500
      *-------------------------------------------------------------*   00061600
       2200-AVALIAR-CURSO                       SECTION.                00061700
      *-------------------------------------------------------------*   00061800
            MOVE FD-UNL-ID      TO WRK-DET-ID.                          00061900
            MOVE FD-UNL-NOME    TO WRK-DET-NOME.                        00062000
            MOVE FD-UNL-SETOR   TO WRK-DET-SETOR.                       00062100
            MOVE WRK-CARGO-FUNC TO WRK-DET-CARGO.                       00062200
            MOVE WRK-EXI-CURSO (WRK-SUB-EXI) TO WRK-DET-CURSO.          00062300
            MOVE WRK-MATRICULA  TO WRK-DET-MATRICULA.                   00062400
            MOVE ZEROES         TO WRK-DET-CERTIF.                      00062500
            MOVE SPACES         TO WRK-DET-VENC.                        00062600
                                                                        00062700
            MOVE ZERO TO WRK-IDX-CER.                                   00062800
            MOVE 1 TO WRK-SUB-CER.                                      00062900
            PERFORM 2210-COMPARAR-CERT-FUNC                             00063000
                    UNTIL WRK-SUB-CER GREATER WRK-QTD-CER               00063100
                       OR WRK-IDX-CER GREATER ZERO.                     00063200
                                                                        00063300
            EVALUATE TRUE                                               00063400
              WHEN WRK-IDX-CER EQUAL ZERO                               00063500
                MOVE 'NUNCA FEITO     ' TO WRK-DET-SITUACAO             00063600
                ADD 1 TO WRK-QTD-NUNCA                                  00063700
                PERFORM 2300-GERAR-MATRICULA                            00063800
              WHEN WRK-EXI-VALIDADE (WRK-SUB-EXI) EQUAL ZEROES          00063900
                MOVE WRK-CER-DATA (WRK-IDX-CER) TO WRK-DET-CERTIF       00064000
                MOVE 'NAO VENC'         TO WRK-DET-VENC                 00064100
                MOVE 'EM DIA          ' TO WRK-DET-SITUACAO             00064200
                ADD 1 TO WRK-QTD-EMDIA                                  00064300
              WHEN OTHER                                                00064400
                MOVE WRK-CER-DATA (WRK-IDX-CER) TO WRK-DET-CERTIF       00064500
                PERFORM 2750-CALCULAR-VENCIMENTO                        00064600
                MOVE WRK-VENCIMENTO TO WRK-DET-VENC                     00064700
                EVALUATE TRUE                                           00064800
                  WHEN WRK-VENCIMENTO LESS WRK-DATA-REF                 00064900
                    MOVE 'VENCIDO         ' TO WRK-DET-SITUACAO         00065000
                    ADD 1 TO WRK-QTD-VENCIDO                            00065100
                    PERFORM 2300-GERAR-MATRICULA                        00065200
                  WHEN WRK-VENCIMENTO NOT GREATER WRK-DATA-LIMITE       00065300
                    MOVE 'VENCE EM 60 DIAS' TO WRK-DET-SITUACAO         00065400
                    ADD 1 TO WRK-QTD-AVENCER                            00065500
                  WHEN OTHER                                            00065600
                    MOVE 'EM DIA          ' TO WRK-DET-SITUACAO         00065700
                    ADD 1 TO WRK-QTD-EMDIA                              00065800
                END-EVALUATE                                            00065900
            END-EVALUATE.                                               00066000
                                                                        00066100
            WRITE FD-RELTREIN FROM WRK-LINHA-DETALHE.                   00066200
            ADD 1 TO WRK-SUB-EXI.                                       00066300
       2200-99-FIM.              EXIT.                                  00066400
      *-------------------------------------------------------------*   00066500
       2210-COMPARAR-CERT-FUNC                  SECTION.                00066600
      *-------------------------------------------------------------*   00066700
            IF WRK-CER-MATRICULA (WRK-SUB-CER) EQUAL WRK-MATRICULA      00066800
               AND WRK-CER-CURSO (WRK-SUB-CER) EQUAL                    00066900
                   WRK-EXI-CURSO (WRK-SUB-EXI)                          00067000
               MOVE WRK-SUB-CER TO WRK-IDX-CER                          00067100
            END-IF.                                                     00067200
            ADD 1 TO WRK-SUB-CER.                                       00067300
       2210-99-FIM.              EXIT.                                  00067400
      *-------------------------------------------------------------*   00067500
       2300-GERAR-MATRICULA                     SECTION.                00067600
      *-------------------------------------------------------------*   00067700
            MOVE WRK-MATRICULA               TO FD-ALU-MATRICULA.       00067800
            MOVE FD-UNL-NOME                 TO FD-ALU-NOME.            00067900
            MOVE WRK-EXI-CURSO (WRK-SUB-EXI) TO FD-ALU-CURSO.           00068000
            MOVE '01'                        TO FD-ALU-TURMA.           00068100
            WRITE FD-DECKALU.                                           00068200
            IF WRK-FS-DECKALU NOT EQUAL 00                              00068300
               MOVE 'ERRO NA GRAVACAO DECKALU' TO WRK-MSGERRO           00068400
               MOVE '2300'                     TO WRK-SECAO             00068500
               MOVE WRK-FS-DECKALU             TO WRK-STATUS            00068600
               PERFORM 9000-TRATAERROS                                  00068700
            END-IF.                                                     00068800
            ADD 1 TO WRK-QTD-CARTOES.                                   00068900
       2300-99-FIM.              EXIT.                                  00069000
      *-------------------------------------------------------------*   00069100
       2700-CALCULAR-ULT-DIA                    SECTION.                00069200
      *-------------------------------------------------------------*   00069300
      *   ULTIMO DIA DO MES DE WRK-DATA-CALC, COM O BISSEXTO DO     *   00069400
      *   FEVEREIRO (DIVISIVEL POR 4; SECULO SO POR 400).           *   00069500
      *-------------------------------------------------------------*   00069600
            EVALUATE WRK-CALC-MES                                       00069700
              WHEN 01                                                   00069800
              WHEN 03                                                   00069900
              WHEN 05                                                   00070000
              WHEN 07                                                   00070100
              WHEN 08                                                   00070200
              WHEN 10                                                   00070300
              WHEN 12                                                   00070400
                MOVE 31 TO WRK-ULT-DIA-MES                              00070500
              WHEN 04                                                   00070600
              WHEN 06                                                   00070700
              WHEN 09                                                   00070800
              WHEN 11                                                   00070900
                MOVE 30 TO WRK-ULT-DIA-MES                              00071000
              WHEN 02                                                   00071100
                MOVE 28 TO WRK-ULT-DIA-MES                              00071200
                DIVIDE WRK-CALC-ANO BY 4                                00071300
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO         00071400
                IF WRK-RESTO EQUAL ZEROES                               00071500
                   DIVIDE WRK-CALC-ANO BY 100                           00071600
                          GIVING WRK-QUOCIENTE                          00071700
                          REMAINDER WRK-RESTO                           00071800
                   IF WRK-RESTO NOT EQUAL ZEROES                        00071900
                      MOVE 29 TO WRK-ULT-DIA-MES                        00072000
                   ELSE                                                 00072100
                      DIVIDE WRK-CALC-ANO BY 400                        00072200
                             GIVING WRK-QUOCIENTE                       00072300
                             REMAINDER WRK-RESTO                        00072400
                      IF WRK-RESTO EQUAL ZEROES                         00072500
                         MOVE 29 TO WRK-ULT-DIA-MES                     00072600
                      END-IF                                            00072700
                   END-IF                                               00072800
                END-IF                                                  00072900
            END-EVALUATE.                                               00073000
       2700-99-FIM.              EXIT.                                  00073100
      *-------------------------------------------------------------*   00073200
       2710-AVANCAR-UM-DIA                      SECTION.                00073300
      *-------------------------------------------------------------*   00073400
            PERFORM 2700-CALCULAR-ULT-DIA.                              00073500
            IF WRK-CALC-DIA LESS WRK-ULT-DIA-MES                        00073600
               ADD 1 TO WRK-CALC-DIA                                    00073700
            ELSE                                                        00073800
               MOVE 01 TO WRK-CALC-DIA                                  00073900
               IF WRK-CALC-MES EQUAL 12                                 00074000
                  MOVE 01 TO WRK-CALC-MES                               00074100
                  ADD 1 TO WRK-CALC-ANO                                 00074200
               ELSE                                                     00074300
                  ADD 1 TO WRK-CALC-MES                                 00074400
               END-IF                                                   00074500
            END-IF.                                                     00074600
            ADD 1 TO WRK-CONTA-DIAS.                                    00074700
       2710-99-FIM.              EXIT.                                  00074800
      *-------------------------------------------------------------*   00074900
       2750-CALCULAR-VENCIMENTO                 SECTION.                00075000
      *-------------------------------------------------------------*   00075100
      *   VENCIMENTO = DATA DO CERTIFICADO + VALIDADE EM MESES;     *   00075200
      *   O DIA QUE NAO EXISTE NO MES DE DESTINO VIRA O ULTIMO.     *   00075300
      *-------------------------------------------------------------*   00075400
            MOVE WRK-CER-DATA (WRK-IDX-CER) TO WRK-DATA-CALC.           00075500
            COMPUTE WRK-TOT-MESES = WRK-CALC-ANO * 12                   00075600
                                  + WRK-CALC-MES - 1                    00075700
                                  + WRK-EXI-VALIDADE (WRK-SUB-EXI).     00075800
            DIVIDE WRK-TOT-MESES BY 12                                  00075900
                   GIVING WRK-CALC-ANO REMAINDER WRK-RESTO.             00076000
            COMPUTE WRK-CALC-MES = WRK-RESTO + 1.                       00076100
            PERFORM 2700-CALCULAR-ULT-DIA.                              00076200
            IF WRK-CALC-DIA GREATER WRK-ULT-DIA-MES                     00076300
               MOVE WRK-ULT-DIA-MES TO WRK-CALC-DIA                     00076400
            END-IF.                                                     00076500
            MOVE WRK-DATA-CALC TO WRK-VENCIMENTO.                       00076600
       2750-99-FIM.              EXIT.                                  00076700
      *-------------------------------------------------------------*   00076800
       3000-FINALIZAR                           SECTION.                00076900
      *-------------------------------------------------------------*   00077000
             WRITE FD-RELTREIN FROM WRK-LINHA-TRACO.                    00077100
                                                                        00077200
             CLOSE REQTREIN REGCERT FUNCUNL CARGUNL RELTREIN DECKALU.   00077300
              DISPLAY ' ============================================'.  00077400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB55          '.  00077500
              DISPLAY ' ============================================'.  00077600
              DISPLAY ' DATA DE REFERENCIA.........' WRK-DATA-REF.      00077700
              DISPLAY ' ATIVOS LIDOS...............' WRK-REGLIDOS.      00077800
              DISPLAY ' SEM CURSO EXIGIDO..........' WRK-QTD-SEMEXIG.   00077900
              DISPLAY ' EM DIA.....................' WRK-QTD-EMDIA.     00078000
              DISPLAY ' VENCE EM 60 DIAS...........' WRK-QTD-AVENCER.   00078100
              DISPLAY ' VENCIDO....................' WRK-QTD-VENCIDO.   00078200
              DISPLAY ' NUNCA FEITO................' WRK-QTD-NUNCA.     00078300
              DISPLAY ' MATRICULAS NO DECKALU......' WRK-QTD-CARTOES.   00078400
              DISPLAY ' REGISTROS IGNORADOS........' WRK-QTD-IGNORA.    00078500
              DISPLAY ' ============================================'.  00078600
              IF WRK-QTD-CARTOES GREATER ZEROES                         00078700
                 OR WRK-QTD-IGNORA GREATER ZEROES                       00078800
                 MOVE 4 TO RETURN-CODE                                  00078900
              END-IF.                                                   00079000
                                                                        00079100
       3000-99-FIM.              EXIT.                                  00079200
      *-------------------------------------------------------------*   00079300
       4000-TESTARSTATUS                            SECTION.            00079400
      *-------------------------------------------------------------*   00079500
                 PERFORM 4100-TESTARSTATUS-FUNCUNL.                     00079600
                 IF WRK-FS-REQTREIN NOT EQUAL 00                        00079700
                    AND WRK-FS-REQTREIN NOT EQUAL 10                    00079800
                   MOVE 'ERRO NO REQTREIN      ' TO WRK-MSGERRO         00079900
                   MOVE '1100'                   TO WRK-SECAO           00080000
                   MOVE WRK-FS-REQTREIN          TO WRK-STATUS          00080100
                    PERFORM 9000-TRATAERROS                             00080200
                 END-IF.                                                00080300
                 IF WRK-FS-REGCERT NOT EQUAL 00                         00080400
                    AND WRK-FS-REGCERT NOT EQUAL 10                     00080500
                   MOVE 'ERRO NO REGCERT       ' TO WRK-MSGERRO         00080600
                   MOVE '1300'                   TO WRK-SECAO           00080700
                   MOVE WRK-FS-REGCERT           TO WRK-STATUS          00080800
                    PERFORM 9000-TRATAERROS                             00080900
                 END-IF.                                                00081000
                 IF WRK-FS-CARGUNL NOT EQUAL 00                         00081100
                    AND WRK-FS-CARGUNL NOT EQUAL 10                     00081200
                   MOVE 'ERRO NO CARGUNL       ' TO WRK-MSGERRO         00081300
                   MOVE '1500'                   TO WRK-SECAO           00081400
                   MOVE WRK-FS-CARGUNL           TO WRK-STATUS          00081500
                    PERFORM 9000-TRATAERROS                             00081600
                 END-IF.                                                00081700
                 IF WRK-FS-RELTREIN NOT EQUAL 00                        00081800
                   MOVE 'ERRO NO OPEN RELTREIN ' TO WRK-MSGERRO         00081900
                   MOVE '1000'                   TO WRK-SECAO           00082000
                   MOVE WRK-FS-RELTREIN          TO WRK-STATUS          00082100
                    PERFORM 9000-TRATAERROS                             00082200
                 END-IF.                                                00082300
                 IF WRK-FS-DECKALU NOT EQUAL 00                         00082400
                   MOVE 'ERRO NO OPEN DECKALU  ' TO WRK-MSGERRO         00082500
                   MOVE '1000'                   TO WRK-SECAO           00082600
                   MOVE WRK-FS-DECKALU           TO WRK-STATUS          00082700
                    PERFORM 9000-TRATAERROS                             00082800
                 END-IF.                                                00082900
                                                                        00083000
       4000-99-FIM.              EXIT.                                  00083100
      *-------------------------------------------------------------*   00083200
       4100-TESTARSTATUS-FUNCUNL                    SECTION.            00083300
      *-------------------------------------------------------------*   00083400
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00083500
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00083600
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00083700
                 MOVE '2000'                   TO WRK-SECAO             00083800
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00083900
                  PERFORM 9000-TRATAERROS                               00084000
               END-IF.                                                  00084100
                                                                        00084200
       4100-99-FIM.              EXIT.                                  00084300
      *-------------------------------------------------------------*   00084400
       9000-TRATAERROS                              SECTION.            00084500
      *-------------------------------------------------------------*   00084600
           MOVE 'FR19DB55' TO WRK-PROGRAMA                              00084700
           MOVE 'E'        TO WRK-SEVERIDADE                            00084800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00084900
           GOBACK.                                                      00085000
                                                                        00085100
       9000-99-FIM.              EXIT.                                  00085200
