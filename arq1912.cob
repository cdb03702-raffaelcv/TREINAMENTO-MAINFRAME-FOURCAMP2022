      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ARQ1912.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ATUALIZACAO DO HISTORICO ESCOLAR ACUMULADO.     *   00001200
      *    O ALUNOTA E REGRAVADO PELO ARQ1908 A CADA EXECUCAO E O   *   00001300
      *    RESULTADO DOS PERIODOS ANTERIORES SE PERDIA. ESTE        *   00001400
      *    PROGRAMA RECEBE O HISTORICO ANTERIOR (HISTANT) E O       *   00001500
      *    ALUNOTA DO PERIODO INFORMADO E GRAVA O HISTORICO NOVO    *   00001600
      *    (HISTNOVO), UMA LINHA POR ALUNO, PERIODO, CURSO E TURMA, *   00001700
      *    COM MEDIA, RESULTADO, CARGA HORARIA DA TURMA E O NUMERO  *   00001800
      *    DO CERTIFICADO DO REGCERT (ARQ1909), QUANDO HOUVER.      *   00001900
      *    AS LINHAS DO HISTORICO ANTERIOR DO MESMO PERIODO SAO     *   00002000
      *    DESPREZADAS E SUBSTITUIDAS PELAS DO ALUNOTA: RODAR DE    *   00002100
      *    NOVO O MESMO PERIODO SUBSTITUI, NAO DUPLICA.             *   00002200
      *    O HISTORICO E MANTIDO EM ORDEM DE MATRICULA + PERIODO +  *   00002300
      *    CURSO + TURMA (INTERCALACAO COM O ALUNOTA EM TABELA),    *   00002400
      *    COM CABECALHO E RODAPE (QUANTIDADE DE LINHAS).           *   00002500
      *    A CARGA HORARIA VEM DO TURMAS, COLUNAS 38-40 (9(03));    *   00002600
      *    TURMA SEM CARGA GRAVA ZERO E SAI NO RESUMO.              *   00002700
      *    HISTANT E REGCERT SAO OPCIONAIS (PRIMEIRA CARGA DO       *   00002800
      *    HISTORICO / PERIODO SEM CERTIFICADOS EMITIDOS).          *   00002900
      *    CARTAO SYSIN: PERIODO AAAAS (S = SEMESTRE 1 OU 2), COM   *   00003000
      *    10 DE FILLER; ZEROS = SEMESTRE DA DATA ATUAL.            *   00003100
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    ALUNOTA              I                  -----------      *   00003500
      *    REGCERT              I                  -----------      *   00003600
      *    TURMAS               I                  -----------      *   00003700
      *    HISTANT              I                  -----------      *   00003800
      *    HISTNOVO             O                  -----------      *   00003900
      *-------------------------------------------------------------*   00004000
      *   MODULOS....:                             INCLUDE/BOOK     *   00004100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004200
      *=============================================================*   00004300
                                                                        00004400
      *=============================================================*   00004500
       ENVIRONMENT                               DIVISION.              00004600
      *=============================================================*   00004700
                                                                        00004800
      *=============================================================*   00004900
       CONFIGURATION                               SECTION.             00005000
      *=============================================================*   00005100
       SPECIAL-NAMES.                                                   00005200
           DECIMAL-POINT IS COMMA.                                      00005300
                                                                        00005400
       INPUT-OUTPUT                                SECTION.             00005500
       FILE-CONTROL.                                                    00005600
            SELECT ALUNOTA ASSIGN TO ALUNOTA                            00005700
                 FILE STATUS IS WRK-FS-ALUNOTA.                         00005800
                                                                        00005900
            SELECT REGCERT ASSIGN TO REGCERT                            00006000
                 FILE STATUS IS WRK-FS-REGCERT.                         00006100
                                                                        00006200
            SELECT TURMAS ASSIGN TO TURMAS                              00006300
                 FILE STATUS IS WRK-FS-TURMAS.                          00006400
                                                                        00006500
            SELECT HISTANT ASSIGN TO HISTANT                            00006600
                 FILE STATUS IS WRK-FS-HISTANT.                         00006700
                                                                        00006800
            SELECT HISTNOVO ASSIGN TO HISTNOVO                          00006900
                 FILE STATUS IS WRK-FS-HISTNOVO.                        00007000
                                                                        00007100
      *=============================================================*   00007200
       DATA                                      DIVISION.              00007300
      *=============================================================*   00007400
       FILE                                      SECTION.               00007500
       FD ALUNOTA                                                       00007600
           RECORDING MODE IS F                                          00007700
           LABEL RECORD IS STANDARD                                     00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
      *-------------------LRECL 87------------------------------------* 00008000
       01 FD-ALUNOTA.                                                   00008100
          05 FD-AN-MATRICULA     PIC 9(06).                             00008200
          05 FD-AN-NOME          PIC X(30).                             00008300
          05 FD-AN-CURSO         PIC X(04).                             00008400
          05 FD-AN-CURSONOME     PIC X(30).                             00008500
          05 FD-AN-TURMA         PIC X(02).                             00008600
          05 FD-AN-MEDIA         PIC 9(02)V9.                           00008700
          05 FD-AN-RESULTADO     PIC X(12).                             00008800
                                                                        00008900
       FD REGCERT                                                       00009000
           RECORDING MODE IS F                                          00009100
           LABEL RECORD IS STANDARD                                     00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
      *-------------------LRECL 64------------------------------------* 00009400
       01 FD-REGCERT.                                                   00009500
          05 FD-RC-NUMERO        PIC 9(08).                             00009600
          05 FD-RC-MATRICULA     PIC 9(06).                             00009700
          05 FD-RC-NOME          PIC X(30).                             00009800
          05 FD-RC-CURSO         PIC X(04).                             00009900
          05 FD-RC-TURMA         PIC X(02).                             00010000
          05 FD-RC-MEDIA         PIC 9(02)V9.                           00010100
          05 FD-RC-DATA          PIC 9(08).                             00010200
          05 FILLER              PIC X(03).                             00010300
                                                                        00010400
       FD TURMAS                                                        00010500
           RECORDING MODE IS F                                          00010600
           LABEL RECORD IS STANDARD                                     00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
      *-------------------LRECL 40------------------------------------* 00010900
       01 FD-TURMAS.                                                    00011000
          05 FD-TUR-CURSO        PIC X(04).                             00011100
          05 FD-TUR-TURMA        PIC X(02).                             00011200
          05 FD-TUR-DATAINI      PIC 9(08).                             00011300
          05 FD-TUR-INSTRUTOR    PIC X(20).                             00011400
          05 FD-TUR-VAGAS        PIC 9(03).                             00011500
          05 FD-TUR-CARGA        PIC X(03).                             00011600
                                                                        00011700
       FD HISTANT                                                       00011800
           RECORDING MODE IS F                                          00011900
           LABEL RECORD IS STANDARD                                     00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
      *-------------------LRECL 110-----------------------------------* 00012200
       01 FD-HISTANT.                                                   00012300
          05 FD-HA-CHAVE.                                               00012400
             10 FD-HA-MATRICULA  PIC 9(06).                             00012500
             10 FD-HA-PERIODO    PIC 9(05).                             00012600
             10 FD-HA-CURSO      PIC X(04).                             00012700
             10 FD-HA-TURMA      PIC X(02).                             00012800
          05 FD-HA-NOME          PIC X(30).                             00012900
          05 FD-HA-CURSONOME     PIC X(30).                             00013000
          05 FD-HA-MEDIA         PIC 9(02)V9.                           00013100
          05 FD-HA-RESULTADO     PIC X(12).                             00013200
          05 FD-HA-CARGA         PIC 9(03).                             00013300
          05 FD-HA-CERTIF        PIC 9(08).                             00013400
          05 FILLER              PIC X(07).                             00013500
                                                                        00013600
       FD HISTNOVO                                                      00013700
           RECORDING MODE IS F.                                         00013800
      *-------------------LRECL 110-----------------------------------* 00013900
       01 FD-HISTNOVO.                                                  00014000
          05 FD-HN-CHAVE.                                               00014100
             10 FD-HN-MATRICULA  PIC 9(06).                             00014200
             10 FD-HN-PERIODO    PIC 9(05).                             00014300
             10 FD-HN-CURSO      PIC X(04).                             00014400
             10 FD-HN-TURMA      PIC X(02).                             00014500
          05 FD-HN-NOME          PIC X(30).                             00014600
          05 FD-HN-CURSONOME     PIC X(30).                             00014700
          05 FD-HN-MEDIA         PIC 9(02)V9.                           00014800
          05 FD-HN-RESULTADO     PIC X(12).                             00014900
          05 FD-HN-CARGA         PIC 9(03).                             00015000
          05 FD-HN-CERTIF        PIC 9(08).                             00015100
          05 FILLER              PIC X(07).                             00015200
                                                                        00015300
      *=============================================================*   00015400
       WORKING-STORAGE                             SECTION.             00015500
      *=============================================================*   00015600
                                                                        00015700
       01 FILLER          PIC X(64) VALUE                               00015800
           '-----------BOOK LOGERROS------------------------'.          00015900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016000
       COPY '#GLOG'.                                                    00016100
      *-------------------------------------------------------------*   00016200
                                                                        00016300
       01 FILLER          PIC X(64) VALUE                               00016400
           '-----------VARIAVEIS DE STATUS------------------'.          00016500
                                                                        00016600
       77 WRK-FS-ALUNOTA  PIC 9(02).                                    00016700
       77 WRK-FS-REGCERT  PIC 9(02).                                    00016800
       77 WRK-FS-TURMAS   PIC 9(02).                                    00016900
       77 WRK-FS-HISTANT  PIC 9(02).                                    00017000
       77 WRK-FS-HISTNOVO PIC 9(02).                                    00017100
                                                                        00017200
       77 WRK-SW-FIM-AN   PIC X(01) VALUE 'N'.                          00017300
           88 WRK-FIM-ALUNOTA        VALUE 'S'.                         00017400
       77 WRK-SW-FIM-RC   PIC X(01) VALUE 'N'.                          00017500
           88 WRK-FIM-REGCERT        VALUE 'S'.                         00017600
       77 WRK-SW-FIM-TUR  PIC X(01) VALUE 'N'.                          00017700
           88 WRK-FIM-TURMAS         VALUE 'S'.                         00017800
       77 WRK-SW-FIM-HA   PIC X(01) VALUE 'N'.                          00017900
           88 WRK-FIM-HISTANT        VALUE 'S'.                         00018000
       77 WRK-SW-DADO-HA  PIC X(01) VALUE 'N'.                          00018100
           88 WRK-DADO-HA-OK         VALUE 'S'.                         00018200
       77 WRK-SW-PARAR    PIC X(01) VALUE 'N'.                          00018300
           88 WRK-PARAR-EMISSAO      VALUE 'S'.                         00018400
                                                                        00018500
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------PERIODO DO ALUNOTA-------------------'.          00018700
                                                                        00018800
       01 WRK-PERCARD.                                                  00018900
          05 FILLER              PIC X(10).                             00019000
          05 WRK-PERCARD-AC      PIC 9(05).                             00019100
          05 FILLER              PIC X(65).                             00019200
                                                                        00019300
       01 WRK-PERIODO.                                                  00019400
          05 WRK-PER-ANO         PIC 9(04).                             00019500
          05 WRK-PER-SEMESTRE    PIC 9(01).                             00019600
       01 WRK-PERIODO-R REDEFINES WRK-PERIODO                           00019700
                                 PIC 9(05).                             00019800
                                                                        00019900
       01 WRK-DATA-HOJE.                                                00020000
          05 WRK-HOJE-ANO        PIC 9(04).                             00020100
          05 WRK-HOJE-MES        PIC 9(02).                             00020200
          05 WRK-HOJE-DIA        PIC 9(02).                             00020300
                                                                        00020400
       01 FILLER          PIC X(64) VALUE                               00020500
           '-----------TABELA DE TURMAS (CARGA)-------------'.          00020600
                                                                        00020700
       77 WRK-QTD-TUR     PIC 9(03) VALUE ZEROES.                       00020800
       77 WRK-SUB-TUR     PIC 9(03) VALUE ZEROES.                       00020900
       01 WRK-TAB-TURMAS.                                               00021000
          05 WRK-TBTUR OCCURS 200 TIMES.                                00021100
             10 WRK-TBTUR-CURSO    PIC X(04).                           00021200
             10 WRK-TBTUR-TURMA    PIC X(02).                           00021300
             10 WRK-TBTUR-CARGA    PIC 9(03).                           00021400
                                                                        00021500
       01 FILLER          PIC X(64) VALUE                               00021600
           '-----------TABELA DE CERTIFICADOS---------------'.          00021700
                                                                        00021800
       77 WRK-QTD-CRT     PIC 9(04) VALUE ZEROES.                       00021900
       77 WRK-SUB-CRT     PIC 9(04) VALUE ZEROES.                       00022000
       01 WRK-TAB-CERTIF.                                               00022100
          05 WRK-TBCRT OCCURS 1000 TIMES.                               00022200
             10 WRK-TBCRT-MATRICULA PIC 9(06).                          00022300
             10 WRK-TBCRT-CURSO    PIC X(04).                           00022400
             10 WRK-TBCRT-TURMA    PIC X(02).                           00022500
             10 WRK-TBCRT-NUMERO   PIC 9(08).                           00022600
                                                                        00022700
       01 FILLER          PIC X(64) VALUE                               00022800
           '-----------TABELA DO ALUNOTA DO PERIODO---------'.          00022900
                                                                        00023000
       77 WRK-QTD-NOV     PIC 9(04) VALUE ZEROES.                       00023100
       77 WRK-SUB-NOV     PIC 9(04) VALUE ZEROES.                       00023200
       77 WRK-SUB-MENOR   PIC 9(04) VALUE ZEROES.                       00023300
       01 WRK-TAB-NOVOS.                                                00023400
          05 WRK-TBNOV OCCURS 1000 TIMES.                               00023500
             10 WRK-TBNOV-CHAVE.                                        00023600
                15 WRK-TBNOV-MATRICULA PIC 9(06).                       00023700
                15 WRK-TBNOV-PERIODO   PIC 9(05).                       00023800
                15 WRK-TBNOV-CURSO     PIC X(04).                       00023900
                15 WRK-TBNOV-TURMA     PIC X(02).                       00024000
             10 WRK-TBNOV-NOME       PIC X(30).                         00024100
             10 WRK-TBNOV-CURSONOME  PIC X(30).                         00024200
             10 WRK-TBNOV-MEDIA      PIC 9(02)V9.                       00024300
             10 WRK-TBNOV-RESULTADO  PIC X(12).                         00024400
             10 WRK-TBNOV-CARGA      PIC 9(03).                         00024500
             10 WRK-TBNOV-CERTIF     PIC 9(08).                         00024600
             10 WRK-TBNOV-GRAVADO    PIC X(01).                         00024700
                                                                        00024800
       77 WRK-CHAVE-MESTRE PIC X(17) VALUE SPACES.                      00024900
       77 WRK-CHAVE-MENOR  PIC X(17) VALUE SPACES.                      00025000
                                                                        00025100
       01 FILLER          PIC X(64) VALUE                               00025200
           '-----------CONTADORES---------------------------'.          00025300
                                                                        00025400
       77 WRK-QTD-AN      PIC 9(05) VALUE ZEROES.                       00025500
       77 WRK-QTD-HA      PIC 9(07) VALUE ZEROES.                       00025600
       77 WRK-QTD-MANTIDO PIC 9(07) VALUE ZEROES.                       00025700
       77 WRK-QTD-SUBST   PIC 9(05) VALUE ZEROES.                       00025800
       77 WRK-QTD-GRAVADO PIC 9(07) VALUE ZEROES.                       00025900
       77 WRK-QTD-COMCERT PIC 9(05) VALUE ZEROES.                       00026000
       77 WRK-QTD-SEMCARGA PIC 9(05) VALUE ZEROES.                      00026100
                                                                        00026200
       01 FILLER          PIC X(64) VALUE                               00026300
           '-----------CONTROLE DO HISTNOVO-----------------'.          00026400
                                                                        00026500
      *-------------------LRECL 110-----------------------------------* 00026600
       01 WRK-HIST-CAB.                                                 00026700
          05 WRK-CABH-TIPO       PIC X(09) VALUE 'CABECALHO'.           00026800
          05 FILLER              PIC X(01) VALUE SPACE.                 00026900
          05 WRK-CABH-PROGRAMA   PIC X(08) VALUE 'ARQ1912'.             00027000
          05 FILLER              PIC X(01) VALUE SPACE.                 00027100
          05 WRK-CABH-TITULO     PIC X(30) VALUE                        00027200
             'HISTORICO ESCOLAR ACUMULADO  '.                           00027300
          05 FILLER              PIC X(01) VALUE SPACE.                 00027400
          05 WRK-CABH-DATA       PIC 9(08).                             00027500
          05 FILLER              PIC X(09) VALUE ' PERIODO '.           00027600
          05 WRK-CABH-PERIODO    PIC 9(05).                             00027700
          05 FILLER              PIC X(38) VALUE SPACES.                00027800
                                                                        00027900
       01 WRK-HIST-TRL.                                                 00028000
          05 WRK-TRLH-TIPO       PIC X(09) VALUE 'RODAPE   '.           00028100
          05 FILLER              PIC X(01) VALUE SPACE.                 00028200
          05 WRK-TRLH-QTD        PIC 9(07).                             00028300
          05 FILLER              PIC X(93) VALUE SPACES.                00028400
                                                                        00028500
      *=============================================================*   00028600
       PROCEDURE DIVISION.                                              00028700
      *=============================================================*   00028800
                                                                        00028900
      *-------------------------------------------------------------*   00029000
       0000-PRINCIPAL                           SECTION.                00029100
      *-------------------------------------------------------------*   00029200
                                                                        00029300
            PERFORM  1000-INICIAR.                                      00029400
            PERFORM  1300-LER-HISTANT.                                  00029500
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-HISTANT.              00029600
            PERFORM  3000-FINALIZAR.                                    00029700
            STOP RUN.                                                   00029800
                                                                        00029900
       0000-99-FIM.              EXIT.                                  00030000
      *-------------------------------------------------------------*   00030100
       1000-INICIAR                             SECTION.                00030200
      *-------------------------------------------------------------*   00030300
             OPEN INPUT  ALUNOTA TURMAS                                 00030400
                  OUTPUT HISTNOVO.                                      00030500
                                                                        00030600
               PERFORM 4000-TESTARSTATUS.                               00030700
                                                                        00030800
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00030900
                                                                        00031000
               ACCEPT WRK-PERCARD FROM SYSIN.                           00031100
               IF WRK-PERCARD-AC EQUAL ZEROES                           00031200
                  MOVE WRK-HOJE-ANO TO WRK-PER-ANO                      00031300
                  IF WRK-HOJE-MES GREATER 06                            00031400
                     MOVE 2 TO WRK-PER-SEMESTRE                         00031500
                  ELSE                                                  00031600
                     MOVE 1 TO WRK-PER-SEMESTRE                         00031700
                  END-IF                                                00031800
               ELSE                                                     00031900
                  MOVE WRK-PERCARD-AC TO WRK-PERIODO-R                  00032000
               END-IF.                                                  00032100
               IF WRK-PER-ANO EQUAL ZEROES                              00032200
                  OR (WRK-PER-SEMESTRE NOT EQUAL 1                      00032300
                      AND WRK-PER-SEMESTRE NOT EQUAL 2)                 00032400
                  MOVE 'PERIODO INVALIDO      ' TO WRK-MSGERRO          00032500
                  MOVE '1000'                   TO WRK-SECAO            00032600
                  MOVE ZEROES                   TO WRK-STATUS           00032700
                   PERFORM 9000-TRATAERROS                              00032800
               END-IF.                                                  00032900
                                                                        00033000
               PERFORM 1100-CARREGAR-TURMAS UNTIL WRK-FIM-TURMAS.       00033100
               CLOSE TURMAS.                                            00033200
               PERFORM 4300-TESTARSTATUS-TURMAS.                        00033300
                                                                        00033400
      *----REGCERT OPCIONAL: PERIODO SEM CERTIFICADOS EMITIDOS------*   00033500
               OPEN INPUT REGCERT.                                      00033600
               IF WRK-FS-REGCERT NOT EQUAL 00                           00033700
                  DISPLAY ' SEM REGCERT (FS=' WRK-FS-REGCERT            00033800
                          ') - HISTORICO SEM NUMERO DE CERTIFICADO'     00033900
               ELSE                                                     00034000
                  PERFORM 1150-CARREGAR-REGCERT UNTIL WRK-FIM-REGCERT   00034100
                  CLOSE REGCERT                                         00034200
               END-IF.                                                  00034300
                                                                        00034400
               PERFORM 1200-CARREGAR-ALUNOTA UNTIL WRK-FIM-ALUNOTA.     00034500
               CLOSE ALUNOTA.                                           00034600
               PERFORM 4100-TESTARSTATUS-ALUNOTA.                       00034700
                                                                        00034800
      *----HISTANT OPCIONAL: PRIMEIRA CARGA DO HISTORICO------------*   00034900
               OPEN INPUT HISTANT.                                      00035000
               IF WRK-FS-HISTANT NOT EQUAL 00                           00035100
                  DISPLAY ' SEM HISTANT (FS=' WRK-FS-HISTANT            00035200
                          ') - HISTORICO INICIADO NESTE PERIODO'        00035300
                  MOVE 'S' TO WRK-SW-FIM-HA                             00035400
               END-IF.                                                  00035500
                                                                        00035600
               MOVE WRK-DATA-HOJE TO WRK-CABH-DATA.                     00035700
               MOVE WRK-PERIODO-R TO WRK-CABH-PERIODO.                  00035800
               WRITE FD-HISTNOVO FROM WRK-HIST-CAB.                     00035900
               PERFORM 4500-TESTARSTATUS-HISTNOVO.                      00036000
                                                                        00036100
       1000-99-FIM.              EXIT.                                  00036200
      *-------------------------------------------------------------*   00036300
       1100-CARREGAR-TURMAS                     SECTION.                00036400
      *-------------------------------------------------------------*   00036500
                 READ TURMAS                                            00036600
                   AT END                                               00036700
                     MOVE 'S' TO WRK-SW-FIM-TUR                         00036800
                 END-READ.                                              00036900
                 PERFORM 4300-TESTARSTATUS-TURMAS.                      00037000
                 IF WRK-FS-TURMAS EQUAL 00                              00037100
                    IF WRK-QTD-TUR LESS 200                             00037200
                       ADD 1 TO WRK-QTD-TUR                             00037300
                       MOVE FD-TUR-CURSO                                00037400
                            TO WRK-TBTUR-CURSO (WRK-QTD-TUR)            00037500
                       MOVE FD-TUR-TURMA                                00037600
                            TO WRK-TBTUR-TURMA (WRK-QTD-TUR)            00037700
                       IF FD-TUR-CARGA NUMERIC                          00037800
                          MOVE FD-TUR-CARGA                             00037900
                               TO WRK-TBTUR-CARGA (WRK-QTD-TUR)         00038000
                       ELSE                                             00038100
                          MOVE ZEROES TO WRK-TBTUR-CARGA (WRK-QTD-TUR)  00038200
                       END-IF                                           00038300
                    ELSE                                                00038400
                       DISPLAY ' QUADRO DE TURMAS CHEIO (200) '         00038500
                               FD-TUR-CURSO ' ' FD-TUR-TURMA            00038600
                    END-IF                                              00038700
                 END-IF.                                                00038800
       1100-99-FIM.              EXIT.                                  00038900
      *-------------------------------------------------------------*   00039000
       1150-CARREGAR-REGCERT                    SECTION.                00039100
      *-------------------------------------------------------------*   00039200
                 READ REGCERT                                           00039300
                   AT END                                               00039400
                     MOVE 'S' TO WRK-SW-FIM-RC                          00039500
                 END-READ.                                              00039600
                 PERFORM 4200-TESTARSTATUS-REGCERT.                     00039700
                 IF WRK-FS-REGCERT EQUAL 00                             00039800
                    IF WRK-QTD-CRT LESS 1000                            00039900
                       ADD 1 TO WRK-QTD-CRT                             00040000
                       MOVE FD-RC-MATRICULA                             00040100
                            TO WRK-TBCRT-MATRICULA (WRK-QTD-CRT)        00040200
                       MOVE FD-RC-CURSO                                 00040300
                            TO WRK-TBCRT-CURSO (WRK-QTD-CRT)            00040400
                       MOVE FD-RC-TURMA                                 00040500
                            TO WRK-TBCRT-TURMA (WRK-QTD-CRT)            00040600
                       MOVE FD-RC-NUMERO                                00040700
                            TO WRK-TBCRT-NUMERO (WRK-QTD-CRT)           00040800
                    ELSE                                                00040900
                       DISPLAY ' QUADRO DE CERTIFICADOS CHEIO (1000) '  00041000
                               FD-RC-NUMERO                             00041100
                    END-IF                                              00041200
                 END-IF.                                                00041300
       1150-99-FIM.              EXIT.                                  00041400
      *-------------------------------------------------------------*   00041500
       1200-CARREGAR-ALUNOTA                    SECTION.                00041600
      *-------------------------------------------------------------*   00041700
      *   GUARDA O ALUNOTA DO PERIODO EM TABELA, JA COM A CARGA DA  *   00041800
      *   TURMA E O CERTIFICADO, PARA INTERCALAR COM O HISTORICO.   *   00041900
      *   TABELA CHEIA CANCELA: PERDER ALUNO NO HISTORICO NAO DA.   *   00042000
      *-------------------------------------------------------------*   00042100
                 READ ALUNOTA                                           00042200
                   AT END                                               00042300
                     MOVE 'S' TO WRK-SW-FIM-AN                          00042400
                     GO TO 1200-99-FIM                                  00042500
                 END-READ.                                              00042600
                 PERFORM 4100-TESTARSTATUS-ALUNOTA.                     00042700
                 IF FD-ALUNOTA (1:9) EQUAL 'CABECALHO'                  00042800
                    OR FD-ALUNOTA (1:6) EQUAL 'RODAPE'                  00042900
                    GO TO 1200-99-FIM.                                  00043000
                                                                        00043100
                 IF WRK-QTD-NOV NOT LESS 1000                           00043200
                    MOVE 'TABELA ALUNOTA CHEIA  ' TO WRK-MSGERRO        00043300
                    MOVE '1200'                   TO WRK-SECAO          00043400
                    MOVE ZEROES                   TO WRK-STATUS         00043500
                     PERFORM 9000-TRATAERROS.                           00043600
                                                                        00043700
                 ADD 1 TO WRK-QTD-AN.                                   00043800
                 ADD 1 TO WRK-QTD-NOV.                                  00043900
                 MOVE FD-AN-MATRICULA                                   00044000
                      TO WRK-TBNOV-MATRICULA (WRK-QTD-NOV).             00044100
                 MOVE WRK-PERIODO-R                                     00044200
                      TO WRK-TBNOV-PERIODO (WRK-QTD-NOV).               00044300
                 MOVE FD-AN-CURSO     TO WRK-TBNOV-CURSO (WRK-QTD-NOV). 00044400
                 MOVE FD-AN-TURMA     TO WRK-TBNOV-TURMA (WRK-QTD-NOV). 00044500
                 MOVE FD-AN-NOME      TO WRK-TBNOV-NOME (WRK-QTD-NOV).  00044600
                 MOVE FD-AN-CURSONOME                                   00044700
                      TO WRK-TBNOV-CURSONOME (WRK-QTD-NOV).             00044800
                 MOVE FD-AN-MEDIA     TO WRK-TBNOV-MEDIA (WRK-QTD-NOV). 00044900
                 MOVE FD-AN-RESULTADO                                   00045000
                      TO WRK-TBNOV-RESULTADO (WRK-QTD-NOV).             00045100
                 MOVE 'N'           TO WRK-TBNOV-GRAVADO (WRK-QTD-NOV). 00045200
                                                                        00045300
                 MOVE ZEROES TO WRK-TBNOV-CARGA (WRK-QTD-NOV).          00045400
                 MOVE 1 TO WRK-SUB-TUR.                                 00045500
                 PERFORM 1210-BUSCAR-CARGA                              00045600
                         UNTIL WRK-SUB-TUR GREATER WRK-QTD-TUR.         00045700
                 IF WRK-TBNOV-CARGA (WRK-QTD-NOV) EQUAL ZEROES          00045800
                    ADD 1 TO WRK-QTD-SEMCARGA                           00045900
                    DISPLAY ' TURMA SEM CARGA HORARIA: ' FD-AN-CURSO    00046000
                            ' ' FD-AN-TURMA ' MATRICULA '               00046100
                            FD-AN-MATRICULA                             00046200
                 END-IF.                                                00046300
                                                                        00046400
                 MOVE ZEROES TO WRK-TBNOV-CERTIF (WRK-QTD-NOV).         00046500
                 MOVE 1 TO WRK-SUB-CRT.                                 00046600
                 PERFORM 1220-BUSCAR-CERTIFICADO                        00046700
                         UNTIL WRK-SUB-CRT GREATER WRK-QTD-CRT.         00046800
                 IF WRK-TBNOV-CERTIF (WRK-QTD-NOV) NOT EQUAL ZEROES     00046900
                    ADD 1 TO WRK-QTD-COMCERT                            00047000
                 END-IF.                                                00047100
                                                                        00047200
       1200-99-FIM.              EXIT.                                  00047300
      *-------------------------------------------------------------*   00047400
       1210-BUSCAR-CARGA                        SECTION.                00047500
      *-------------------------------------------------------------*   00047600
                 IF WRK-TBTUR-CURSO (WRK-SUB-TUR) EQUAL FD-AN-CURSO     00047700
                    AND WRK-TBTUR-TURMA (WRK-SUB-TUR) EQUAL FD-AN-TURMA 00047800
                    MOVE WRK-TBTUR-CARGA (WRK-SUB-TUR)                  00047900
                         TO WRK-TBNOV-CARGA (WRK-QTD-NOV)               00048000
                    MOVE WRK-QTD-TUR TO WRK-SUB-TUR                     00048100
                 END-IF.                                                00048200
                 ADD 1 TO WRK-SUB-TUR.                                  00048300
       1210-99-FIM.              EXIT.                                  00048400
      *-------------------------------------------------------------*   00048500
       1220-BUSCAR-CERTIFICADO                  SECTION.                00048600
      *-------------------------------------------------------------*   00048700
                 IF WRK-TBCRT-MATRICULA (WRK-SUB-CRT)                   00048800
                                         EQUAL FD-AN-MATRICULA          00048900
                    AND WRK-TBCRT-CURSO (WRK-SUB-CRT) EQUAL FD-AN-CURSO 00049000
                    AND WRK-TBCRT-TURMA (WRK-SUB-CRT) EQUAL FD-AN-TURMA 00049100
                    MOVE WRK-TBCRT-NUMERO (WRK-SUB-CRT)                 00049200
                         TO WRK-TBNOV-CERTIF (WRK-QTD-NOV)              00049300
                    MOVE WRK-QTD-CRT TO WRK-SUB-CRT                     00049400
                 END-IF.                                                00049500
                 ADD 1 TO WRK-SUB-CRT.                                  00049600
       1220-99-FIM.              EXIT.                                  00049700
      *-------------------------------------------------------------*   00049800
       1300-LER-HISTANT                         SECTION.                00049900
      *-------------------------------------------------------------*   00050000
                 MOVE 'N' TO WRK-SW-DADO-HA.                            00050100
                 IF WRK-FIM-HISTANT                                     00050200
                    GO TO 1300-99-FIM.                                  00050300
                 PERFORM 1310-LER-REG-HISTANT UNTIL WRK-DADO-HA-OK.     00050400
                                                                        00050500
       1300-99-FIM.              EXIT.                                  00050600
      *-------------------------------------------------------------*   00050700
       1310-LER-REG-HISTANT                     SECTION.                00050800
      *-------------------------------------------------------------*   00050900
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00051000
                 READ HISTANT                                           00051100
                   AT END                                               00051200
                     MOVE 'S' TO WRK-SW-FIM-HA                          00051300
                     MOVE 'S' TO WRK-SW-DADO-HA                         00051400
                 END-READ.                                              00051500
                 PERFORM 4400-TESTARSTATUS-HISTANT.                     00051600
                 IF WRK-FS-HISTANT EQUAL 00                             00051700
                    IF FD-HISTANT (1:9) NOT EQUAL 'CABECALHO'           00051800
                       AND FD-HISTANT (1:6) NOT EQUAL 'RODAPE'          00051900
                       MOVE 'S' TO WRK-SW-DADO-HA                       00052000
                    END-IF                                              00052100
                 END-IF.                                                00052200
       1310-99-FIM.              EXIT.                                  00052300
      *-------------------------------------------------------------*   00052400
       2000-PROCESSAR                           SECTION.                00052500
      *-------------------------------------------------------------*   00052600
      *   LINHA DO MESMO PERIODO E DESPREZADA (O ALUNOTA SUBSTITUI).*   00052700
      *   ANTES DE COPIAR A LINHA DO HISTORICO, GRAVA AS LINHAS DO  *   00052800
      *   ALUNOTA COM CHAVE MENOR, MANTENDO A ORDEM DO ARQUIVO.     *   00052900
      *-------------------------------------------------------------*   00053000
            ADD 1 TO WRK-QTD-HA.                                        00053100
                                                                        00053200
            IF FD-HA-PERIODO EQUAL WRK-PERIODO-R                        00053300
               ADD 1 TO WRK-QTD-SUBST                                   00053400
            ELSE                                                        00053500
               MOVE FD-HA-CHAVE TO WRK-CHAVE-MESTRE                     00053600
               PERFORM 2100-GRAVAR-ANTERIORES                           00053700
               WRITE FD-HISTNOVO FROM FD-HISTANT                        00053800
               PERFORM 4500-TESTARSTATUS-HISTNOVO                       00053900
               ADD 1 TO WRK-QTD-MANTIDO                                 00054000
               ADD 1 TO WRK-QTD-GRAVADO                                 00054100
            END-IF.                                                     00054200
                                                                        00054300
            PERFORM 1300-LER-HISTANT.                                   00054400
                                                                        00054500
       2000-99-FIM.              EXIT.                                  00054600
      *-------------------------------------------------------------*   00054700
       2100-GRAVAR-ANTERIORES                   SECTION.                00054800
      *-------------------------------------------------------------*   00054900
            MOVE 'N' TO WRK-SW-PARAR.                                   00055000
            PERFORM 2110-GRAVAR-MENOR UNTIL WRK-PARAR-EMISSAO.          00055100
                                                                        00055200
       2100-99-FIM.              EXIT.                                  00055300
      *-------------------------------------------------------------*   00055400
       2110-GRAVAR-MENOR                        SECTION.                00055500
      *-------------------------------------------------------------*   00055600
      *   A CADA PASSADA ESCOLHE A MENOR CHAVE DO ALUNOTA AINDA NAO *   00055700
      *   GRAVADA; SE FOR MENOR QUE A CHAVE DO HISTORICO, GRAVA.    *   00055800
      *-------------------------------------------------------------*   00055900
            MOVE HIGH-VALUES TO WRK-CHAVE-MENOR.                        00056000
            MOVE ZEROES TO WRK-SUB-MENOR.                               00056100
            MOVE 1 TO WRK-SUB-NOV.                                      00056200
            PERFORM 2120-ESCOLHER-MENOR                                 00056300
                    UNTIL WRK-SUB-NOV GREATER WRK-QTD-NOV.              00056400
            IF WRK-SUB-MENOR EQUAL ZEROES                               00056500
               OR WRK-CHAVE-MENOR NOT LESS WRK-CHAVE-MESTRE             00056600
               MOVE 'S' TO WRK-SW-PARAR                                 00056700
               GO TO 2110-99-FIM.                                       00056800
                                                                        00056900
            MOVE SPACES TO FD-HISTNOVO.                                 00057000
            MOVE WRK-TBNOV-CHAVE (WRK-SUB-MENOR)     TO FD-HN-CHAVE.    00057100
            MOVE WRK-TBNOV-NOME (WRK-SUB-MENOR)      TO FD-HN-NOME.     00057200
            MOVE WRK-TBNOV-CURSONOME (WRK-SUB-MENOR) TO FD-HN-CURSONOME.00057300
            MOVE WRK-TBNOV-MEDIA (WRK-SUB-MENOR)     TO FD-HN-MEDIA.    00057400
            MOVE WRK-TBNOV-RESULTADO (WRK-SUB-MENOR) TO FD-HN-RESULTADO.00057500
            MOVE WRK-TBNOV-CARGA (WRK-SUB-MENOR)     TO FD-HN-CARGA.    00057600
            MOVE WRK-TBNOV-CERTIF (WRK-SUB-MENOR)    TO FD-HN-CERTIF.   00057700
            WRITE FD-HISTNOVO.                                          00057800
            PERFORM 4500-TESTARSTATUS-HISTNOVO.                         00057900
            MOVE 'S' TO WRK-TBNOV-GRAVADO (WRK-SUB-MENOR).              00058000
            ADD 1 TO WRK-QTD-GRAVADO.                                   00058100
                                                                        00058200
       2110-99-FIM.              EXIT.                                  00058300
      *-------------------------------------------------------------*   00058400
       2120-ESCOLHER-MENOR                      SECTION.                00058500
      *-------------------------------------------------------------*   00058600
            IF WRK-TBNOV-GRAVADO (WRK-SUB-NOV) EQUAL 'N'                00058700
               AND WRK-TBNOV-CHAVE (WRK-SUB-NOV) LESS WRK-CHAVE-MENOR   00058800
               MOVE WRK-TBNOV-CHAVE (WRK-SUB-NOV) TO WRK-CHAVE-MENOR    00058900
               MOVE WRK-SUB-NOV TO WRK-SUB-MENOR                        00059000
            END-IF.                                                     00059100
            ADD 1 TO WRK-SUB-NOV.                                       00059200
       2120-99-FIM.              EXIT.                                  00059300
      *-------------------------------------------------------------*   00059400
       3000-FINALIZAR                           SECTION.                00059500
      *-------------------------------------------------------------*   00059600
      *----GRAVA O QUE SOBROU DO ALUNOTA (CHAVES APOS O HISTORICO)--*   00059700
             MOVE HIGH-VALUES TO WRK-CHAVE-MESTRE.                      00059800
             PERFORM 2100-GRAVAR-ANTERIORES.                            00059900
                                                                        00060000
             MOVE WRK-QTD-GRAVADO TO WRK-TRLH-QTD.                      00060100
             WRITE FD-HISTNOVO FROM WRK-HIST-TRL.                       00060200
             PERFORM 4500-TESTARSTATUS-HISTNOVO.                        00060300
                                                                        00060400
             IF WRK-FS-HISTANT EQUAL 00 OR WRK-FS-HISTANT EQUAL 10      00060500
                CLOSE HISTANT                                           00060600
             END-IF.                                                    00060700
             CLOSE HISTNOVO.                                            00060800
               PERFORM 4500-TESTARSTATUS-HISTNOVO.                      00060900
               DISPLAY ' ============================================'. 00061000
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1912           '. 00061100
               DISPLAY ' ============================================'. 00061200
               DISPLAY ' PERIODO ATUALIZADO.....' WRK-PERIODO-R.        00061300
               DISPLAY ' LINHAS DO ALUNOTA......' WRK-QTD-AN.           00061400
               DISPLAY '  COM CERTIFICADO.......' WRK-QTD-COMCERT.      00061500
               DISPLAY '  TURMA SEM CARGA.......' WRK-QTD-SEMCARGA.     00061600
               DISPLAY ' LINHAS DO HISTANT......' WRK-QTD-HA.           00061700
               DISPLAY '  MANTIDAS..............' WRK-QTD-MANTIDO.      00061800
               DISPLAY '  SUBSTITUIDAS (PERIODO)' WRK-QTD-SUBST.        00061900
               DISPLAY ' LINHAS DO HISTNOVO.....' WRK-QTD-GRAVADO.      00062000
               DISPLAY ' ============================================'. 00062100
                                                                        00062200
       3000-99-FIM.              EXIT.                                  00062300
      *-------------------------------------------------------------*   00062400
       4000-TESTARSTATUS                            SECTION.            00062500
      *-------------------------------------------------------------*   00062600
                 PERFORM 4100-TESTARSTATUS-ALUNOTA.                     00062700
                 PERFORM 4300-TESTARSTATUS-TURMAS.                      00062800
                 PERFORM 4500-TESTARSTATUS-HISTNOVO.                    00062900
                                                                        00063000
       4000-99-FIM.              EXIT.                                  00063100
      *-------------------------------------------------------------*   00063200
       4100-TESTARSTATUS-ALUNOTA                    SECTION.            00063300
      *-------------------------------------------------------------*   00063400
               IF WRK-FS-ALUNOTA NOT EQUAL 00                           00063500
                           AND WRK-FS-ALUNOTA NOT EQUAL 10              00063600
                 MOVE 'ERRO NO ALUNOTA       ' TO WRK-MSGERRO           00063700
                 MOVE '1200'                   TO WRK-SECAO             00063800
                 MOVE WRK-FS-ALUNOTA           TO WRK-STATUS            00063900
                  PERFORM 9000-TRATAERROS                               00064000
               END-IF.                                                  00064100
                                                                        00064200
       4100-99-FIM.              EXIT.                                  00064300
      *-------------------------------------------------------------*   00064400
       4200-TESTARSTATUS-REGCERT                    SECTION.            00064500
      *-------------------------------------------------------------*   00064600
               IF WRK-FS-REGCERT NOT EQUAL 00                           00064700
                           AND WRK-FS-REGCERT NOT EQUAL 10              00064800
                 MOVE 'ERRO NO REGCERT       ' TO WRK-MSGERRO           00064900
                 MOVE '1150'                   TO WRK-SECAO             00065000
                 MOVE WRK-FS-REGCERT           TO WRK-STATUS            00065100
                  PERFORM 9000-TRATAERROS                               00065200
               END-IF.                                                  00065300
                                                                        00065400
       4200-99-FIM.              EXIT.                                  00065500
      *-------------------------------------------------------------*   00065600
       4300-TESTARSTATUS-TURMAS                     SECTION.            00065700
      *-------------------------------------------------------------*   00065800
               IF WRK-FS-TURMAS NOT EQUAL 00                            00065900
                           AND WRK-FS-TURMAS NOT EQUAL 10               00066000
                 MOVE 'ERRO NO TURMAS        ' TO WRK-MSGERRO           00066100
                 MOVE '1100'                   TO WRK-SECAO             00066200
                 MOVE WRK-FS-TURMAS            TO WRK-STATUS            00066300
                  PERFORM 9000-TRATAERROS                               00066400
               END-IF.                                                  00066500
                                                                        00066600
       4300-99-FIM.              EXIT.                                  00066700
      *-------------------------------------------------------------*   00066800
       4400-TESTARSTATUS-HISTANT                    SECTION.            00066900
      *-------------------------------------------------------------*   00067000
               IF WRK-FS-HISTANT NOT EQUAL 00                           00067100
                           AND WRK-FS-HISTANT NOT EQUAL 10              00067200
                 MOVE 'ERRO NO HISTANT       ' TO WRK-MSGERRO           00067300
                 MOVE '1300'                   TO WRK-SECAO             00067400
                 MOVE WRK-FS-HISTANT           TO WRK-STATUS            00067500
                  PERFORM 9000-TRATAERROS                               00067600
               END-IF.                                                  00067700
                                                                        00067800
       4400-99-FIM.              EXIT.                                  00067900
      *-------------------------------------------------------------*   00068000
       4500-TESTARSTATUS-HISTNOVO                   SECTION.            00068100
      *-------------------------------------------------------------*   00068200
               IF WRK-FS-HISTNOVO NOT EQUAL 00                          00068300
                 MOVE 'ERRO NO HISTNOVO      ' TO WRK-MSGERRO           00068400
                 MOVE '2000'                   TO WRK-SECAO             00068500
                 MOVE WRK-FS-HISTNOVO          TO WRK-STATUS            00068600
                  PERFORM 9000-TRATAERROS                               00068700
               END-IF.                                                  00068800
                                                                        00068900
       4500-99-FIM.              EXIT.                                  00069000
      *-------------------------------------------------------------*   00069100
       9000-TRATAERROS                              SECTION.            00069200
      *-------------------------------------------------------------*   00069300
           MOVE 'ARQ1912' TO WRK-PROGRAMA                               00069400
           MOVE 'E'        TO WRK-SEVERIDADE                            00069500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00069600
           GOBACK.                                                      00069700
                                                                        00069800
       9000-99-FIM.              EXIT.                                  00069900
