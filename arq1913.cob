      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ARQ1913.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: EMISSAO DO HISTORICO ESCOLAR DO ALUNO.          *   00001200
      *    LE O HISTORICO ACUMULADO (GERADO PELO ARQ1912, EM ORDEM  *   00001300
      *    DE MATRICULA + PERIODO + CURSO) E IMPRIME NO RELHIST,    *   00001400
      *    PARA UM ALUNO OU PARA TODOS, CADA CURSO CURSADO COM      *   00001500
      *    PERIODO, TURMA, MEDIA, RESULTADO, CARGA HORARIA E        *   00001600
      *    NUMERO DO CERTIFICADO. NO FIM DE CADA ALUNO:             *   00001700
      *     - CURSOS CURSADOS E APROVADOS                           *   00001800
      *     - CARGA HORARIA TOTAL APROVADA (SO RESULTADO APROVADO)  *   00001900
      *     - MEDIA GERAL (MEDIA SIMPLES DAS MEDIAS, SEM AS LINHAS  *   00002000
      *       SEM NOTA)                                             *   00002100
      *    MATRICULA PEDIDA QUE NAO ESTA NO HISTORICO SAI COM AVISO *   00002200
      *    NO RELATORIO E RC=4.                                     *   00002300
      *    CARTAO SYSIN: MATRICULA 9(06) COM 10 DE FILLER           *   00002400
      *    (ZEROS = TODOS OS ALUNOS).                               *   00002500
      *-------------------------------------------------------------*   00002600
      *   ARQUIVOS...:                                              *   00002700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002800
      *    HISTORICO            I                  -----------      *   00002900
      *    RELHIST              O                  -----------      *   00003000
      *-------------------------------------------------------------*   00003100
      *   MODULOS....:                             INCLUDE/BOOK     *   00003200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003300
      *=============================================================*   00003400
                                                                        00003500
      *=============================================================*   00003600
       ENVIRONMENT                               DIVISION.              00003700
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       CONFIGURATION                               SECTION.             00004100
      *=============================================================*   00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
       INPUT-OUTPUT                                SECTION.             00004600
       FILE-CONTROL.                                                    00004700
            SELECT HISTORICO ASSIGN TO HISTORICO                        00004800
                 FILE STATUS IS WRK-FS-HISTORICO.                       00004900
                                                                        00005000
            SELECT RELHIST ASSIGN TO RELHIST                            00005100
                 FILE STATUS IS WRK-FS-RELHIST.                         00005200
                                                                        00005300
      *=============================================================*   00005400
       DATA                                      DIVISION.              00005500
      *=============================================================*   00005600
       FILE                                      SECTION.               00005700
       FD HISTORICO                                                     00005800
           RECORDING MODE IS F                                          00005900
           LABEL RECORD IS STANDARD                                     00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
      *-------------------LRECL 110-----------------------------------* 00006200
       01 FD-HISTORICO.                                                 00006300
          05 FD-HI-MATRICULA     PIC 9(06).                             00006400
          05 FD-HI-PERIODO       PIC 9(05).                             00006500
          05 FD-HI-CURSO         PIC X(04).                             00006600
          05 FD-HI-TURMA         PIC X(02).                             00006700
          05 FD-HI-NOME          PIC X(30).                             00006800
          05 FD-HI-CURSONOME     PIC X(30).                             00006900
          05 FD-HI-MEDIA         PIC 9(02)V9.                           00007000
          05 FD-HI-RESULTADO     PIC X(12).                             00007100
          05 FD-HI-CARGA         PIC 9(03).                             00007200
          05 FD-HI-CERTIF        PIC 9(08).                             00007300
          05 FILLER              PIC X(07).                             00007400
                                                                        00007500
       FD RELHIST                                                       00007600
           RECORDING MODE IS F.                                         00007700
      *-------------------LRECL 80------------------------------------* 00007800
       01 FD-RELHIST             PIC X(80).                             00007900
                                                                        00008000
      *=============================================================*   00008100
       WORKING-STORAGE                             SECTION.             00008200
      *=============================================================*   00008300
                                                                        00008400
       01 FILLER          PIC X(64) VALUE                               00008500
           '-----------BOOK LOGERROS------------------------'.          00008600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00008700
       COPY '#GLOG'.                                                    00008800
      *-------------------------------------------------------------*   00008900
                                                                        00009000
       01 FILLER          PIC X(64) VALUE                               00009100
           '-----------VARIAVEIS DE STATUS------------------'.          00009200
                                                                        00009300
       77 WRK-FS-HISTORICO PIC 9(02).                                   00009400
       77 WRK-FS-RELHIST  PIC 9(02).                                    00009500
                                                                        00009600
       77 WRK-SW-FIM-HI   PIC X(01) VALUE 'N'.                          00009700
           88 WRK-FIM-HISTORICO      VALUE 'S'.                         00009800
       77 WRK-SW-DADO-HI  PIC X(01) VALUE 'N'.                          00009900
           88 WRK-DADO-HI-OK         VALUE 'S'.                         00010000
                                                                        00010100
       01 FILLER          PIC X(64) VALUE                               00010200
           '-----------SELECAO E QUEBRA POR ALUNO-----------'.          00010300
                                                                        00010400
       01 WRK-MATCARD.                                                  00010500
          05 FILLER              PIC X(10).                             00010600
          05 WRK-MATCARD-AC      PIC 9(06).                             00010700
          05 FILLER              PIC X(64).                             00010800
                                                                        00010900
       77 WRK-MATRIC-PEDIDA PIC 9(06) VALUE ZEROES.                     00011000
       77 WRK-MATRIC-ATUAL  PIC 9(06) VALUE ZEROES.                     00011100
                                                                        00011200
       01 FILLER          PIC X(64) VALUE                               00011300
           '-----------TOTAIS DO ALUNO E GERAIS-------------'.          00011400
                                                                        00011500
       77 WRK-QTD-CURSOS  PIC 9(03) VALUE ZEROES.                       00011600
       77 WRK-QTD-APROV   PIC 9(03) VALUE ZEROES.                       00011700
       77 WRK-QTD-COMNOTA PIC 9(03) VALUE ZEROES.                       00011800
       77 WRK-CARGA-APROV PIC 9(05) VALUE ZEROES.                       00011900
       77 WRK-SOMA-MEDIA  PIC 9(05)V9 VALUE ZEROES.                     00012000
       77 WRK-MEDIA-GERAL PIC 9(02)V99 VALUE ZEROES.                    00012100
                                                                        00012200
       77 WRK-REGLIDOS    PIC 9(07) VALUE ZEROES.                       00012300
       77 WRK-QTD-ALUNOS  PIC 9(05) VALUE ZEROES.                       00012400
       77 WRK-QTD-LINHAS  PIC 9(07) VALUE ZEROES.                       00012500
                                                                        00012600
       01 FILLER          PIC X(64) VALUE                               00012700
           '-----------LINHAS DO RELHIST--------------------'.          00012800
                                                                        00012900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00013000
                                                                        00013100
       01 WRK-LINHA-TITULO.                                             00013200
          05 FILLER              PIC X(20) VALUE SPACES.                00013300
          05 FILLER              PIC X(30) VALUE                        00013400
             'HISTORICO ESCOLAR DO ALUNO    '.                          00013500
          05 FILLER              PIC X(14) VALUE SPACES.                00013600
          05 WRK-TIT-DATA        PIC 9(08).                             00013700
          05 FILLER              PIC X(08) VALUE SPACES.                00013800
                                                                        00013900
       01 WRK-LINHA-ALUNO.                                              00014000
          05 FILLER              PIC X(02) VALUE SPACES.                00014100
          05 FILLER              PIC X(11) VALUE 'MATRICULA: '.         00014200
          05 WRK-ALU-MATRICULA   PIC 9(06).                             00014300
          05 FILLER              PIC X(08) VALUE '  NOME: '.            00014400
          05 WRK-ALU-NOME        PIC X(30).                             00014500
          05 FILLER              PIC X(23) VALUE SPACES.                00014600
                                                                        00014700
       01 WRK-LINHA-COLUNAS.                                            00014800
          05 FILLER              PIC X(40) VALUE                        00014900
             '  PER.  CURSO                     TURMA '.                00015000
          05 FILLER              PIC X(40) VALUE                        00015100
             'MEDIA RESULTADO    CARGA CERTIF.        '.                00015200
                                                                        00015300
       01 WRK-LINHA-ITEM.                                               00015400
          05 FILLER              PIC X(02) VALUE SPACES.                00015500
          05 WRK-ITM-PERIODO     PIC 9(05).                             00015600
          05 FILLER              PIC X(01) VALUE SPACE.                 00015700
          05 WRK-ITM-CURSO       PIC X(04).                             00015800
          05 FILLER              PIC X(01) VALUE SPACE.                 00015900
          05 WRK-ITM-CURSONOME   PIC X(20).                             00016000
          05 FILLER              PIC X(02) VALUE SPACES.                00016100
          05 WRK-ITM-TURMA       PIC X(02).                             00016200
          05 FILLER              PIC X(03) VALUE SPACES.                00016300
          05 WRK-ITM-MEDIA       PIC Z9,9.                              00016400
          05 FILLER              PIC X(02) VALUE SPACES.                00016500
          05 WRK-ITM-RESULTADO   PIC X(12).                             00016600
          05 FILLER              PIC X(01) VALUE SPACE.                 00016700
          05 WRK-ITM-CARGA       PIC ZZZ9.                              00016800
          05 FILLER              PIC X(01) VALUE SPACE.                 00016900
          05 WRK-ITM-CERTIF      PIC X(08).                             00017000
          05 FILLER              PIC X(08) VALUE SPACES.                00017100
                                                                        00017200
       01 WRK-LINHA-TOTCURSOS.                                          00017300
          05 FILLER              PIC X(02) VALUE SPACES.                00017400
          05 FILLER              PIC X(18) VALUE 'CURSOS CURSADOS: '.   00017500
          05 WRK-TOT-CURSOS      PIC ZZ9.                               00017600
          05 FILLER              PIC X(14) VALUE '   APROVADOS: '.      00017700
          05 WRK-TOT-APROV       PIC ZZ9.                               00017800
          05 FILLER              PIC X(40) VALUE SPACES.                00017900
                                                                        00018000
       01 WRK-LINHA-TOTCARGA.                                           00018100
          05 FILLER              PIC X(02) VALUE SPACES.                00018200
          05 FILLER              PIC X(30) VALUE                        00018300
             'CARGA HORARIA APROVADA.......:'.                          00018400
          05 WRK-TOT-CARGA       PIC ZZ.ZZ9.                            00018500
          05 FILLER              PIC X(42) VALUE SPACES.                00018600
                                                                        00018700
       01 WRK-LINHA-TOTMEDIA.                                           00018800
          05 FILLER              PIC X(02) VALUE SPACES.                00018900
          05 FILLER              PIC X(30) VALUE                        00019000
             'MEDIA GERAL..................:'.                          00019100
          05 FILLER              PIC X(01) VALUE SPACE.                 00019200
          05 WRK-TOT-MEDIA       PIC Z9,99.                             00019300
          05 FILLER              PIC X(42) VALUE SPACES.                00019400
                                                                        00019500
      *=============================================================*   00019600
       PROCEDURE DIVISION.                                              00019700
      *=============================================================*   00019800
                                                                        00019900
      *-------------------------------------------------------------*   00020000
       0000-PRINCIPAL                           SECTION.                00020100
      *-------------------------------------------------------------*   00020200
                                                                        00020300
            PERFORM  1000-INICIAR.                                      00020400
            PERFORM  1200-LER-HISTORICO.                                00020500
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-HISTORICO.            00020600
            PERFORM  3000-FINALIZAR.                                    00020700
            STOP RUN.                                                   00020800
                                                                        00020900
       0000-99-FIM.              EXIT.                                  00021000
      *-------------------------------------------------------------*   00021100
       1000-INICIAR                             SECTION.                00021200
      *-------------------------------------------------------------*   00021300
             OPEN INPUT  HISTORICO                                      00021400
                  OUTPUT RELHIST.                                       00021500
                                                                        00021600
               PERFORM 4000-TESTARSTATUS.                               00021700
                                                                        00021800
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00021900
                                                                        00022000
               ACCEPT WRK-MATCARD FROM SYSIN.                           00022100
               IF WRK-MATCARD-AC NUMERIC                                00022200
                  MOVE WRK-MATCARD-AC TO WRK-MATRIC-PEDIDA              00022300
               END-IF.                                                  00022400
                                                                        00022500
       1000-99-FIM.              EXIT.                                  00022600
      *-------------------------------------------------------------*   00022700
       1200-LER-HISTORICO                       SECTION.                00022800
      *-------------------------------------------------------------*   00022900
                 MOVE 'N' TO WRK-SW-DADO-HI.                            00023000
                 PERFORM 1210-LER-REG-HISTORICO UNTIL WRK-DADO-HI-OK.   00023100
                                                                        00023200
       1200-99-FIM.              EXIT.                                  00023300
      *-------------------------------------------------------------*   00023400
       1210-LER-REG-HISTORICO                   SECTION.                00023500
      *-------------------------------------------------------------*   00023600
      *   IGNORA CABECALHO/RODAPE E, COM MATRICULA PEDIDA, AS       *   00023700
      *   LINHAS DOS OUTROS ALUNOS.                                 *   00023800
      *-------------------------------------------------------------*   00023900
                 READ HISTORICO                                         00024000
                   AT END                                               00024100
                     MOVE 'S' TO WRK-SW-FIM-HI                          00024200
                     MOVE 'S' TO WRK-SW-DADO-HI                         00024300
                 END-READ.                                              00024400
                 PERFORM 4100-TESTARSTATUS-HISTORICO.                   00024500
                 IF WRK-FS-HISTORICO NOT EQUAL 00                       00024600
                    GO TO 1210-99-FIM.                                  00024700
                 IF FD-HISTORICO (1:9) EQUAL 'CABECALHO'                00024800
                    OR FD-HISTORICO (1:6) EQUAL 'RODAPE'                00024900
                    GO TO 1210-99-FIM.                                  00025000
                 ADD 1 TO WRK-REGLIDOS.                                 00025100
                 IF WRK-MATRIC-PEDIDA EQUAL ZEROES                      00025200
                    OR FD-HI-MATRICULA EQUAL WRK-MATRIC-PEDIDA          00025300
                    MOVE 'S' TO WRK-SW-DADO-HI                          00025400
                 END-IF.                                                00025500
       1210-99-FIM.              EXIT.                                  00025600
      *-------------------------------------------------------------*   00025700
       2000-PROCESSAR                           SECTION.                00025800
      *-------------------------------------------------------------*   00025900
      *   UM HISTORICO POR ALUNO: QUEBRA PELA MATRICULA.            *   00026000
      *-------------------------------------------------------------*   00026100
            MOVE FD-HI-MATRICULA TO WRK-MATRIC-ATUAL.                   00026200
            PERFORM 2100-ABRIR-ALUNO.                                   00026300
            PERFORM 2200-IMPRIMIR-CURSO                                 00026400
                    UNTIL WRK-FIM-HISTORICO                             00026500
                       OR FD-HI-MATRICULA NOT EQUAL WRK-MATRIC-ATUAL.   00026600
            PERFORM 2300-FECHAR-ALUNO.                                  00026700
                                                                        00026800
       2000-99-FIM.              EXIT.                                  00026900
      *-------------------------------------------------------------*   00027000
       2100-ABRIR-ALUNO                         SECTION.                00027100
      *-------------------------------------------------------------*   00027200
            ADD 1 TO WRK-QTD-ALUNOS.                                    00027300
            MOVE ZEROES TO WRK-QTD-CURSOS WRK-QTD-APROV                 00027400
                           WRK-QTD-COMNOTA WRK-CARGA-APROV              00027500
                           WRK-SOMA-MEDIA.                              00027600
            MOVE FD-HI-MATRICULA TO WRK-ALU-MATRICULA.                  00027700
            MOVE FD-HI-NOME      TO WRK-ALU-NOME.                       00027800
            WRITE FD-RELHIST FROM WRK-LINHA-TRACO.                      00027900
            PERFORM 4200-TESTARSTATUS-RELHIST.                          00028000
            WRITE FD-RELHIST FROM WRK-LINHA-TITULO.                     00028100
            WRITE FD-RELHIST FROM WRK-LINHA-ALUNO.                      00028200
            WRITE FD-RELHIST FROM WRK-LINHA-TRACO.                      00028300
            WRITE FD-RELHIST FROM WRK-LINHA-COLUNAS.                    00028400
                                                                        00028500
       2100-99-FIM.              EXIT.                                  00028600
      *-------------------------------------------------------------*   00028700
       2200-IMPRIMIR-CURSO                      SECTION.                00028800
      *-------------------------------------------------------------*   00028900
            MOVE FD-HI-PERIODO   TO WRK-ITM-PERIODO.                    00029000
            MOVE FD-HI-CURSO     TO WRK-ITM-CURSO.                      00029100
            MOVE FD-HI-CURSONOME TO WRK-ITM-CURSONOME.                  00029200
            MOVE FD-HI-TURMA     TO WRK-ITM-TURMA.                      00029300
            MOVE FD-HI-MEDIA     TO WRK-ITM-MEDIA.                      00029400
            MOVE FD-HI-RESULTADO TO WRK-ITM-RESULTADO.                  00029500
            MOVE FD-HI-CARGA     TO WRK-ITM-CARGA.                      00029600
            IF FD-HI-CERTIF EQUAL ZEROES                                00029700
               MOVE SPACES TO WRK-ITM-CERTIF                            00029800
            ELSE                                                        00029900
               MOVE FD-HI-CERTIF TO WRK-ITM-CERTIF                      00030000
            END-IF.                                                     00030100
            WRITE FD-RELHIST FROM WRK-LINHA-ITEM.                       00030200
            PERFORM 4200-TESTARSTATUS-RELHIST.                          00030300
            ADD 1 TO WRK-QTD-LINHAS.                                    00030400
                                                                        00030500
            ADD 1 TO WRK-QTD-CURSOS.                                    00030600
            IF FD-HI-RESULTADO EQUAL 'APROVADO    '                     00030700
               ADD 1           TO WRK-QTD-APROV                         00030800
               ADD FD-HI-CARGA TO WRK-CARGA-APROV                       00030900
            END-IF.                                                     00031000
            IF FD-HI-RESULTADO NOT EQUAL 'SEM NOTA    '                 00031100
               ADD 1           TO WRK-QTD-COMNOTA                       00031200
               ADD FD-HI-MEDIA TO WRK-SOMA-MEDIA                        00031300
            END-IF.                                                     00031400
                                                                        00031500
            PERFORM 1200-LER-HISTORICO.                                 00031600
                                                                        00031700
       2200-99-FIM.              EXIT.                                  00031800
      *-------------------------------------------------------------*   00031900
       2300-FECHAR-ALUNO                        SECTION.                00032000
      *-------------------------------------------------------------*   00032100
            IF WRK-QTD-COMNOTA GREATER ZEROES                           00032200
               COMPUTE WRK-MEDIA-GERAL ROUNDED =                        00032300
                       WRK-SOMA-MEDIA / WRK-QTD-COMNOTA                 00032400
            ELSE                                                        00032500
               MOVE ZEROES TO WRK-MEDIA-GERAL                           00032600
            END-IF.                                                     00032700
            MOVE WRK-QTD-CURSOS  TO WRK-TOT-CURSOS.                     00032800
            MOVE WRK-QTD-APROV   TO WRK-TOT-APROV.                      00032900
            MOVE WRK-CARGA-APROV TO WRK-TOT-CARGA.                      00033000
            MOVE WRK-MEDIA-GERAL TO WRK-TOT-MEDIA.                      00033100
            WRITE FD-RELHIST FROM WRK-LINHA-TRACO.                      00033200
            WRITE FD-RELHIST FROM WRK-LINHA-TOTCURSOS.                  00033300
            WRITE FD-RELHIST FROM WRK-LINHA-TOTCARGA.                   00033400
            WRITE FD-RELHIST FROM WRK-LINHA-TOTMEDIA.                   00033500
            PERFORM 4200-TESTARSTATUS-RELHIST.                          00033600
                                                                        00033700
       2300-99-FIM.              EXIT.                                  00033800
      *-------------------------------------------------------------*   00033900
       3000-FINALIZAR                           SECTION.                00034000
      *-------------------------------------------------------------*   00034100
             IF WRK-QTD-ALUNOS EQUAL ZEROES                             00034200
                MOVE SPACES TO FD-RELHIST                               00034300
                IF WRK-MATRIC-PEDIDA EQUAL ZEROES                       00034400
                   MOVE 'HISTORICO SEM NENHUM ALUNO' TO FD-RELHIST      00034500
                ELSE                                                    00034600
                   STRING 'MATRICULA ' WRK-MATRIC-PEDIDA                00034700
                          ' NAO ENCONTRADA NO HISTORICO'                00034800
                          DELIMITED BY SIZE INTO FD-RELHIST             00034900
                   MOVE 4 TO RETURN-CODE                                00035000
                END-IF                                                  00035100
                WRITE FD-RELHIST                                        00035200
             END-IF.                                                    00035300
                                                                        00035400
             CLOSE HISTORICO RELHIST.                                   00035500
               PERFORM 4000-TESTARSTATUS.                               00035600
               DISPLAY ' ============================================'. 00035700
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1913           '. 00035800
               DISPLAY ' ============================================'. 00035900
               DISPLAY ' MATRICULA PEDIDA.......' WRK-MATRIC-PEDIDA.    00036000
               DISPLAY ' LINHAS DO HISTORICO....' WRK-REGLIDOS.         00036100
               DISPLAY ' ALUNOS IMPRESSOS.......' WRK-QTD-ALUNOS.       00036200
               DISPLAY ' CURSOS IMPRESSOS.......' WRK-QTD-LINHAS.       00036300
               DISPLAY ' ============================================'. 00036400
                                                                        00036500
       3000-99-FIM.              EXIT.                                  00036600
      *-------------------------------------------------------------*   00036700
       4000-TESTARSTATUS                            SECTION.            00036800
      *-------------------------------------------------------------*   00036900
                 PERFORM 4100-TESTARSTATUS-HISTORICO.                   00037000
                 PERFORM 4200-TESTARSTATUS-RELHIST.                     00037100
                                                                        00037200
       4000-99-FIM.              EXIT.                                  00037300
      *-------------------------------------------------------------*   00037400
       4100-TESTARSTATUS-HISTORICO                  SECTION.            00037500
      *-------------------------------------------------------------*   00037600
               IF WRK-FS-HISTORICO NOT EQUAL 00                         00037700
                           AND WRK-FS-HISTORICO NOT EQUAL 10            00037800
                 MOVE 'ERRO NO HISTORICO     ' TO WRK-MSGERRO           00037900
                 MOVE '1200'                   TO WRK-SECAO             00038000
                 MOVE WRK-FS-HISTORICO         TO WRK-STATUS            00038100
                  PERFORM 9000-TRATAERROS                               00038200
               END-IF.                                                  00038300
                                                                        00038400
       4100-99-FIM.              EXIT.                                  00038500
      *-------------------------------------------------------------*   00038600
       4200-TESTARSTATUS-RELHIST                    SECTION.            00038700
      *-------------------------------------------------------------*   00038800
               IF WRK-FS-RELHIST NOT EQUAL 00                           00038900
                 MOVE 'ERRO NO RELHIST       ' TO WRK-MSGERRO           00039000
                 MOVE '2000'                   TO WRK-SECAO             00039100
                 MOVE WRK-FS-RELHIST           TO WRK-STATUS            00039200
                  PERFORM 9000-TRATAERROS                               00039300
               END-IF.                                                  00039400
                                                                        00039500
       4200-99-FIM.              EXIT.                                  00039600
      *-------------------------------------------------------------*   00039700
       9000-TRATAERROS                              SECTION.            00039800
      *-------------------------------------------------------------*   00039900
           MOVE 'ARQ1913' TO WRK-PROGRAMA                               00040000
           MOVE 'E'        TO WRK-SEVERIDADE                            00040100
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00040200
           GOBACK.                                                      00040300
                                                                        00040400
       9000-99-FIM.              EXIT.                                  00040500
