      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19PLAN.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PLANO DE EXECUCAO DO DIA.                       *   00001200
      *    OS JOBS DE FIM DE MES (FR19EX06, FR19DB12, FR19EOM) E O  *   00001300
      *    DE FIM DE ANO (FR19DB35) DEPENDIAM DE ALGUEM LEMBRAR DE  *   00001400
      *    SUBMETE-LOS. ESTE PROGRAMA RODA DE MANHA, LE O CADASTRO  *   00001500
      *    DE AGENDA DOS JOBS (JOBSCHED) E O CALENDARIO DE DIAS     *   00001600
      *    UTEIS (CALENDAR) E DECIDE QUAIS JOBS RODAM NA DATA:      *   00001700
      *     D - TODO DIA DO CALENDARIO                              *   00001800
      *     U - TODO DIA UTIL                                       *   00001900
      *     N - N-ESIMO DIA UTIL DO MES (NUMERO NO CADASTRO)        *   00002000
      *     M - ULTIMO DIA UTIL DO MES (FIM DE MES)                 *   00002100
      *     A - ANUAL: NO MES DO CADASTRO, N-ESIMO DIA UTIL         *   00002200
      *         (NUMERO 00 = ULTIMO DIA UTIL DO MES)                *   00002300
      *    JOB COM SITUACAO I (INATIVO) FICA FORA DO PLANO.         *   00002400
      *    SAIDAS:                                                  *   00002500
      *     PLANODIA - JOBS ESPERADOS NO DIA, LIDO PELO FR19EOD NO  *   00002600
      *                FIM DO DIA (PLANEJADO E NAO EXECUTADO /      *   00002700
      *                EXECUTADO FORA DO PLANO)                     *   00002800
      *     DEPDIA   - PARES JOB + PREDECESSOR DOS JOBS DO PLANO,   *   00002900
      *                NO LAYOUT DO DEPEND DO FR19GATE              *   00003000
      *     SLADIA   - HORARIO LIMITE DOS JOBS DO PLANO, NO LAYOUT  *   00003100
      *                DO SLAFILE DO FR19SLA                        *   00003200
      *     RELPLAN  - PLANO IMPRESSO, COM OS AVISOS                *   00003300
      *    PREDECESSOR QUE NAO ESTA NO PLANO DO DIA NAO VAI PARA O  *   00003400
      *    DEPDIA (O PORTAO ESPERARIA POR UM JOB QUE NAO RODA) E    *   00003500
      *    SAI COMO AVISO NO RELPLAN, COM RC=4. AGENDA INVALIDA     *   00003600
      *    TAMBEM DA RC=4. DATA FORA DO CALENDARIO DA RC=8.         *   00003700
      *    CARTAO SYSIN 1: DATA DO CICLO AAAAMMDD (ZEROS = HOJE).   *   00003800
      *-------------------------------------------------------------*   00003900
      *   LAYOUT JOBSCHED (LRECL 80):                               *   00004000
      *    01-08 JOB          09    FREQUENCIA (D/U/N/M/A)          *   00004100
      *    10-11 NUMERO       12-13 MES (SO FREQUENCIA A)           *   00004200
      *    14-45 ATE 4 PREDECESSORES DE 8 POSICOES                  *   00004300
      *    46-51 SLA - HORARIO LIMITE DE TERMINO HHMMSS (ZEROS=SEM) *   00004400
      *    52-54 MARGEM DE ALERTA DO SLA EM MINUTOS                 *   00004500
      *    55    SITUACAO (A ATIVO / I INATIVO)                     *   00004600
      *    56-80 DESCRICAO                                          *   00004700
      *-------------------------------------------------------------*   00004800
      *   ARQUIVOS...:                                              *   00004900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005000
      *    JOBSCHED             I                  -----------      *   00005100
      *    CALENDAR             I                  -----------      *   00005200
      *    PLANODIA             O                  -----------      *   00005300
      *    DEPDIA               O                  -----------      *   00005400
      *    SLADIA               O                  -----------      *   00005500
      *    RELPLAN              O                  -----------      *   00005600
      *-------------------------------------------------------------*   00005700
      *   MODULOS....:                             INCLUDE/BOOK     *   00005800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005900
      *=============================================================*   00006000
                                                                        00006100
      *=============================================================*   00006200
       ENVIRONMENT                               DIVISION.              00006300
      *=============================================================*   00006400
                                                                        00006500
      *=============================================================*   00006600
       CONFIGURATION                               SECTION.             00006700
      *=============================================================*   00006800
       SPECIAL-NAMES.                                                   00006900
           DECIMAL-POINT IS COMMA.                                      00007000
                                                                        00007100
       INPUT-OUTPUT                                SECTION.             00007200
       FILE-CONTROL.                                                    00007300
            SELECT JOBSCHED ASSIGN TO JOBSCHED                          00007400
                 FILE STATUS IS WRK-FS-JOBSCHED.                        00007500
                                                                        00007600
            SELECT CALENDAR ASSIGN TO CALENDAR                          00007700
                 FILE STATUS IS WRK-FS-CALENDAR.                        00007800
                                                                        00007900
            SELECT PLANODIA ASSIGN TO PLANODIA                          00008000
                 FILE STATUS IS WRK-FS-PLANODIA.                        00008100
                                                                        00008200
            SELECT DEPDIA ASSIGN TO DEPDIA                              00008300
                 FILE STATUS IS WRK-FS-DEPDIA.                          00008400
                                                                        00008500
            SELECT SLADIA ASSIGN TO SLADIA                              00008600
                 FILE STATUS IS WRK-FS-SLADIA.                          00008700
                                                                        00008800
            SELECT RELPLAN ASSIGN TO RELPLAN                            00008900
                 FILE STATUS IS WRK-FS-RELPLAN.                         00009000
                                                                        00009100
      *=============================================================*   00009200
       DATA                                      DIVISION.              00009300
      *=============================================================*   00009400
       FILE                                      SECTION.               00009500
      *-------------------LRECL 80----------------------------------*   00009600
       FD JOBSCHED                                                      00009700
           RECORDING MODE IS F                                          00009800
           LABEL RECORD IS STANDARD                                     00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-JOBSCHED.                                                  00010100
          05 FD-AGE-JOB          PIC X(08).                             00010200
          05 FD-AGE-FREQ         PIC X(01).                             00010300
             88 FD-AGE-FREQ-OK       VALUE 'D' 'U' 'N' 'M' 'A'.         00010400
          05 FD-AGE-NUMERO       PIC 9(02).                             00010500
          05 FD-AGE-MES          PIC 9(02).                             00010600
          05 FD-AGE-PREDEC       PIC X(08) OCCURS 4 TIMES.              00010700
          05 FD-AGE-SLA          PIC 9(06).                             00010800
          05 FD-AGE-MARGEM       PIC 9(03).                             00010900
          05 FD-AGE-SITUACAO     PIC X(01).                             00011000
             88 FD-AGE-INATIVO       VALUE 'I'.                         00011100
          05 FD-AGE-DESCRICAO    PIC X(25).                             00011200
                                                                        00011300
      *-------------------LRECL 39----------------------------------*   00011400
       FD CALENDAR                                                      00011500
           RECORDING MODE IS F                                          00011600
           LABEL RECORD IS STANDARD                                     00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-CALENDAR.                                                  00011900
          05 FD-CAL-DATA         PIC 9(08).                             00012000
          05 FD-CAL-FLAG         PIC X(01).                             00012100
          05 FD-CAL-FERIADO      PIC X(30).                             00012200
                                                                        00012300
      *-------------------LRECL 40----------------------------------*   00012400
       FD PLANODIA                                                      00012500
           RECORDING MODE IS F.                                         00012600
       01 FD-PLANODIA.                                                  00012700
          05 FD-PLA-DATA         PIC 9(08).                             00012800
          05 FD-PLA-JOB          PIC X(08).                             00012900
          05 FD-PLA-FREQ         PIC X(01).                             00013000
          05 FD-PLA-SLA          PIC 9(06).                             00013100
          05 FILLER              PIC X(17).                             00013200
                                                                        00013300
      *-------------------LRECL 20----------------------------------*   00013400
       FD DEPDIA                                                        00013500
           RECORDING MODE IS F.                                         00013600
       01 FD-DEPDIA.                                                    00013700
          05 FD-DEP-JOB          PIC X(08).                             00013800
          05 FD-DEP-PREDEC       PIC X(08).                             00013900
          05 FILLER              PIC X(04).                             00014000
                                                                        00014100
      *-------------------LRECL 20----------------------------------*   00014200
       FD SLADIA                                                        00014300
           RECORDING MODE IS F.                                         00014400
       01 FD-SLADIA.                                                    00014500
          05 FD-SLA-PROGRAMA     PIC X(08).                             00014600
          05 FD-SLA-LIMITE       PIC 9(06).                             00014700
          05 FD-SLA-MARGEM       PIC 9(03).                             00014800
          05 FILLER              PIC X(03).                             00014900
                                                                        00015000
      *-------------------LRECL 80----------------------------------*   00015100
       FD RELPLAN                                                       00015200
           RECORDING MODE IS F.                                         00015300
       01 FD-RELPLAN             PIC X(80).                             00015400
                                                                        00015500
      *=============================================================*   00015600
       WORKING-STORAGE                             SECTION.             00015700
      *=============================================================*   00015800
                                                                        00015900
       01 FILLER          PIC X(64) VALUE                               00016000
           '-----------BOOK LOGERROS------------------------'.          00016100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016200
       COPY '#GLOG'.                                                    00016300
      *-------------------------------------------------------------*   00016400
                                                                        00016500
       01 FILLER          PIC X(64) VALUE                               00016600
           '-----------VARIAVEIS DE STATUS------------------'.          00016700
                                                                        00016800
       77 WRK-FS-JOBSCHED PIC 9(02).                                    00016900
       77 WRK-FS-CALENDAR PIC 9(02).                                    00017000
       77 WRK-FS-PLANODIA PIC 9(02).                                    00017100
       77 WRK-FS-DEPDIA   PIC 9(02).                                    00017200
       77 WRK-FS-SLADIA   PIC 9(02).                                    00017300
       77 WRK-FS-RELPLAN  PIC 9(02).                                    00017400
                                                                        00017500
       77 WRK-SW-FIM-AGE  PIC X(01) VALUE 'N'.                          00017600
           88 WRK-FIM-JOBSCHED       VALUE 'S'.                         00017700
       77 WRK-SW-FIM-CAL  PIC X(01) VALUE 'N'.                          00017800
           88 WRK-FIM-CALENDAR       VALUE 'S'.                         00017900
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00018000
           88 WRK-ACHOU              VALUE 'S'.                         00018100
       77 WRK-SW-RODA     PIC X(01) VALUE 'N'.                          00018200
           88 WRK-RODA-HOJE          VALUE 'S'.                         00018300
                                                                        00018400
       01 FILLER          PIC X(64) VALUE                               00018500
           '-----------CARTAO DE PARAMETRO------------------'.          00018600
                                                                        00018700
       01 WRK-CICLOCARD.                                                00018800
          05 FILLER              PIC X(10).                             00018900
          05 WRK-CICLOCARD-AC    PIC 9(08).                             00019000
                                                                        00019100
       77 WRK-DATA-CICLO  PIC 9(08) VALUE ZEROES.                       00019200
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00019300
       01 WRK-CICLO-DESM.                                               00019400
          05 WRK-CICLO-ANOMES    PIC 9(06).                             00019500
          05 FILLER REDEFINES WRK-CICLO-ANOMES.                         00019600
             10 WRK-CICLO-ANO    PIC 9(04).                             00019700
             10 WRK-CICLO-MES    PIC 9(02).                             00019800
          05 WRK-CICLO-DIA       PIC 9(02).                             00019900
                                                                        00020000
       01 FILLER          PIC X(64) VALUE                               00020100
           '-----------CALENDARIO DO MES--------------------'.          00020200
                                                                        00020300
      *----ORDEM DO DIA DO CICLO ENTRE OS DIAS UTEIS DO MES (ZEROS---*  00020400
      *----QUANDO NAO E DIA UTIL) E TOTAL DE DIAS UTEIS DO MES-------*  00020500
       77 WRK-SW-CICLO    PIC X(01) VALUE 'N'.                          00020600
           88 WRK-CICLO-NO-CALENDARIO VALUE 'S'.                        00020700
       77 WRK-QTD-UTEIS   PIC 9(02) VALUE ZEROES.                       00020800
       77 WRK-ORDEM-UTIL  PIC 9(02) VALUE ZEROES.                       00020900
       77 WRK-NOME-FERIADO PIC X(30) VALUE SPACES.                      00021000
                                                                        00021100
       01 FILLER          PIC X(64) VALUE                               00021200
           '-----------JOBS DO PLANO------------------------'.          00021300
                                                                        00021400
       77 WRK-QTD-PLANO   PIC 9(03) VALUE ZEROES.                       00021500
       77 WRK-SUB-PLANO   PIC 9(03) VALUE ZEROES.                       00021600
       77 WRK-SUB-BUSCA   PIC 9(03) VALUE ZEROES.                       00021700
       77 WRK-SUB-PRE     PIC 9(01) VALUE ZEROES.                       00021800
       77 WRK-NOME-PROC   PIC X(08) VALUE SPACES.                       00021900
       01 WRK-TAB-PLANO.                                                00022000
          05 WRK-PLA-LINHA OCCURS 100 TIMES.                            00022100
             10 WRK-TBPLA-JOB      PIC X(08).                           00022200
             10 WRK-TBPLA-FREQ     PIC X(01).                           00022300
             10 WRK-TBPLA-PREDEC   PIC X(08) OCCURS 4 TIMES.            00022400
             10 WRK-TBPLA-SLA      PIC 9(06).                           00022500
             10 WRK-TBPLA-MARGEM   PIC 9(03).                           00022600
             10 WRK-TBPLA-DESCR    PIC X(25).                           00022700
                                                                        00022800
       01 FILLER          PIC X(64) VALUE                               00022900
           '-----------CONTADORES---------------------------'.          00023000
                                                                        00023100
       77 WRK-QTD-AGENDA  PIC 9(05) VALUE ZEROES.                       00023200
       77 WRK-QTD-INATIVO PIC 9(05) VALUE ZEROES.                       00023300
       77 WRK-QTD-INVALID PIC 9(05) VALUE ZEROES.                       00023400
       77 WRK-QTD-DEPEND  PIC 9(05) VALUE ZEROES.                       00023500
       77 WRK-QTD-PREFORA PIC 9(05) VALUE ZEROES.                       00023600
       77 WRK-QTD-SLA     PIC 9(05) VALUE ZEROES.                       00023700
                                                                        00023800
       01 FILLER          PIC X(64) VALUE                               00023900
           '-----------LINHAS DO RELATORIO------------------'.          00024000
                                                                        00024100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00024200
                                                                        00024300
       01 WRK-LINHA-TITULO.                                             00024400
          05 FILLER              PIC X(30) VALUE                        00024500
             'PLANO DE EXECUCAO DO DIA     '.                           00024600
          05 FILLER              PIC X(07) VALUE 'CICLO: '.             00024700
          05 WRK-TIT-CICLO       PIC 9(08).                             00024800
          05 FILLER              PIC X(02) VALUE SPACES.                00024900
          05 WRK-TIT-DIA         PIC X(33).                             00025000
                                                                        00025100
       01 WRK-TIT-UTIL.                                                 00025200
          05 FILLER              PIC X(09) VALUE 'DIA UTIL '.           00025300
          05 WRK-TIT-ORDEM       PIC 9(02).                             00025400
          05 FILLER              PIC X(04) VALUE ' DE '.                00025500
          05 WRK-TIT-UTEIS       PIC 9(02).                             00025600
          05 WRK-TIT-FIMMES      PIC X(16).                             00025700
                                                                        00025800
       01 WRK-LINHA-COLUNAS.                                            00025900
          05 FILLER              PIC X(40) VALUE                        00026000
             'JOB      F DESCRICAO                 SLA'.                00026100
          05 FILLER              PIC X(40) VALUE                        00026200
             '     PREDECESSORES                      '.                00026300
                                                                        00026400
       01 WRK-LINHA-JOB.                                                00026500
          05 WRK-LJ-JOB          PIC X(08).                             00026600
          05 FILLER              PIC X(01) VALUE SPACES.                00026700
          05 WRK-LJ-FREQ         PIC X(01).                             00026800
          05 FILLER              PIC X(01) VALUE SPACES.                00026900
          05 WRK-LJ-DESCR        PIC X(25).                             00027000
          05 FILLER              PIC X(01) VALUE SPACES.                00027100
          05 WRK-LJ-SLA          PIC 99B99B99.                          00027200
          05 FILLER              PIC X(01) VALUE SPACES.                00027300
          05 WRK-LJ-PREDEC       PIC X(08) OCCURS 4 TIMES.              00027400
          05 FILLER              PIC X(02) VALUE SPACES.                00027500
                                                                        00027600
       01 WRK-LINHA-AVISO.                                              00027700
          05 FILLER              PIC X(09) VALUE '  AVISO: '.           00027800
          05 WRK-AV-JOB          PIC X(08).                             00027900
          05 FILLER              PIC X(01) VALUE SPACES.                00028000
          05 WRK-AV-TEXTO        PIC X(43).                             00028100
          05 FILLER              PIC X(01) VALUE SPACES.                00028200
          05 WRK-AV-NOME         PIC X(08).                             00028300
          05 FILLER              PIC X(10) VALUE SPACES.                00028400
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
            PERFORM  1100-CARREGAR-CALENDARIO UNTIL WRK-FIM-CALENDAR.   00029500
            PERFORM  1200-VERIFICAR-CICLO.                              00029600
            PERFORM  1300-LER-AGENDA.                                   00029700
            PERFORM  2000-SELECIONAR-JOB UNTIL WRK-FIM-JOBSCHED.        00029800
            PERFORM  2500-EMITIR-PLANO.                                 00029900
            PERFORM  3000-FINALIZAR.                                    00030000
            STOP RUN.                                                   00030100
                                                                        00030200
       0000-99-FIM.              EXIT.                                  00030300
      *-------------------------------------------------------------*   00030400
       1000-INICIAR                             SECTION.                00030500
      *-------------------------------------------------------------*   00030600
             OPEN INPUT  JOBSCHED CALENDAR                              00030700
                  OUTPUT PLANODIA DEPDIA SLADIA RELPLAN.                00030800
                                                                        00030900
               PERFORM 4000-TESTARSTATUS.                               00031000
                                                                        00031100
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00031200
                                                                        00031300
               ACCEPT WRK-CICLOCARD FROM SYSIN.                         00031400
               IF WRK-CICLOCARD-AC NOT NUMERIC                          00031500
                  OR WRK-CICLOCARD-AC EQUAL ZEROES                      00031600
                  MOVE WRK-DATA-HOJE TO WRK-DATA-CICLO                  00031700
               ELSE                                                     00031800
                  MOVE WRK-CICLOCARD-AC TO WRK-DATA-CICLO               00031900
               END-IF.                                                  00032000
               MOVE WRK-DATA-CICLO TO WRK-CICLO-DESM.                   00032100
                                                                        00032200
       1000-99-FIM.              EXIT.                                  00032300
      *-------------------------------------------------------------*   00032400
       1100-CARREGAR-CALENDARIO                 SECTION.                00032500
      *-------------------------------------------------------------*   00032600
      *   SO O MES DO CICLO INTERESSA: CONTA OS DIAS UTEIS DO MES  *    00032700
      *   E GUARDA A ORDEM DO DIA DO CICLO ENTRE ELES.             *    00032800
      *-------------------------------------------------------------*   00032900
            READ CALENDAR                                               00033000
              AT END                                                    00033100
                MOVE 'S' TO WRK-SW-FIM-CAL                              00033200
            END-READ.                                                   00033300
            PERFORM 4200-TESTARSTATUS-CALENDAR.                         00033400
            IF WRK-FS-CALENDAR EQUAL 00                                 00033500
               AND FD-CAL-DATA (1:6) EQUAL WRK-CICLO-ANOMES             00033600
               IF FD-CAL-FLAG EQUAL 'U'                                 00033700
                  ADD 1 TO WRK-QTD-UTEIS                                00033800
               END-IF                                                   00033900
               IF FD-CAL-DATA EQUAL WRK-DATA-CICLO                      00034000
                  MOVE 'S' TO WRK-SW-CICLO                              00034100
                  MOVE FD-CAL-FERIADO TO WRK-NOME-FERIADO               00034200
                  IF FD-CAL-FLAG EQUAL 'U'                              00034300
                     MOVE WRK-QTD-UTEIS TO WRK-ORDEM-UTIL               00034400
                  END-IF                                                00034500
               END-IF                                                   00034600
            END-IF.                                                     00034700
       1100-99-FIM.              EXIT.                                  00034800
      *-------------------------------------------------------------*   00034900
       1200-VERIFICAR-CICLO                     SECTION.                00035000
      *-------------------------------------------------------------*   00035100
      *   SEM O DIA NO CALENDARIO NAO HA COMO SABER SE E UTIL NEM  *    00035200
      *   SE E FIM DE MES - O PLANO NAO E GERADO.                  *    00035300
      *-------------------------------------------------------------*   00035400
            IF NOT WRK-CICLO-NO-CALENDARIO                              00035500
               DISPLAY ' DATA DO CICLO FORA DO CALENDAR: '              00035600
                       WRK-DATA-CICLO ' - PLANO NAO GERADO'             00035700
               MOVE 'CICLO FORA DO CALENDAR' TO WRK-MSGERRO             00035800
               MOVE '1200'                   TO WRK-SECAO               00035900
               MOVE '08'                     TO WRK-STATUS              00036000
               PERFORM 9000-TRATAERROS                                  00036100
               CLOSE JOBSCHED CALENDAR PLANODIA DEPDIA SLADIA           00036200
                     RELPLAN                                            00036300
               MOVE 8 TO RETURN-CODE                                    00036400
               STOP RUN                                                 00036500
            END-IF.                                                     00036600
                                                                        00036700
            MOVE WRK-DATA-CICLO TO WRK-TIT-CICLO.                       00036800
            IF WRK-ORDEM-UTIL EQUAL ZEROES                              00036900
               STRING 'NAO UTIL ' WRK-NOME-FERIADO                      00037000
                      DELIMITED BY SIZE INTO WRK-TIT-DIA                00037100
            ELSE                                                        00037200
               MOVE WRK-ORDEM-UTIL TO WRK-TIT-ORDEM                     00037300
               MOVE WRK-QTD-UTEIS  TO WRK-TIT-UTEIS                     00037400
               IF WRK-ORDEM-UTIL EQUAL WRK-QTD-UTEIS                    00037500
                  MOVE ' - FIM DE MES   ' TO WRK-TIT-FIMMES             00037600
               ELSE                                                     00037700
                  MOVE SPACES TO WRK-TIT-FIMMES                         00037800
               END-IF                                                   00037900
               MOVE WRK-TIT-UTIL TO WRK-TIT-DIA                         00038000
            END-IF.                                                     00038100
            WRITE FD-RELPLAN FROM WRK-LINHA-TRACO.                      00038200
            WRITE FD-RELPLAN FROM WRK-LINHA-TITULO.                     00038300
            WRITE FD-RELPLAN FROM WRK-LINHA-TRACO.                      00038400
       1200-99-FIM.              EXIT.                                  00038500
      *-------------------------------------------------------------*   00038600
       1300-LER-AGENDA                          SECTION.                00038700
      *-------------------------------------------------------------*   00038800
            READ JOBSCHED                                               00038900
              AT END                                                    00039000
                MOVE 'S' TO WRK-SW-FIM-AGE                              00039100
            END-READ.                                                   00039200
            PERFORM 4100-TESTARSTATUS-JOBSCHED.                         00039300
       1300-99-FIM.              EXIT.                                  00039400
      *-------------------------------------------------------------*   00039500
       2000-SELECIONAR-JOB                      SECTION.                00039600
      *-------------------------------------------------------------*   00039700
            ADD 1 TO WRK-QTD-AGENDA.                                    00039800
            MOVE 'N' TO WRK-SW-RODA.                                    00039900
                                                                        00040000
            IF FD-AGE-INATIVO                                           00040100
               ADD 1 TO WRK-QTD-INATIVO                                 00040200
               GO TO 2000-90-PROXIMO.                                   00040300
                                                                        00040400
            IF NOT FD-AGE-FREQ-OK                                       00040500
               OR FD-AGE-NUMERO NOT NUMERIC                             00040600
               OR FD-AGE-MES NOT NUMERIC                                00040700
               OR FD-AGE-SLA NOT NUMERIC                                00040800
               OR FD-AGE-MARGEM NOT NUMERIC                             00040900
               OR (FD-AGE-FREQ EQUAL 'N' AND FD-AGE-NUMERO EQUAL 0)     00041000
               OR (FD-AGE-FREQ EQUAL 'A' AND                            00041100
                   (FD-AGE-MES LESS 1 OR FD-AGE-MES GREATER 12))        00041200
               ADD 1 TO WRK-QTD-INVALID                                 00041300
               MOVE FD-AGE-JOB TO WRK-AV-JOB                            00041400
               MOVE 'AGENDA INVALIDA (FREQ/NUM/MES/SLA) - FREQ:'        00041500
                    TO WRK-AV-TEXTO                                     00041600
               MOVE FD-AGE-FREQ TO WRK-AV-NOME                          00041700
               WRITE FD-RELPLAN FROM WRK-LINHA-AVISO                    00041800
               GO TO 2000-90-PROXIMO.                                   00041900
                                                                        00042000
            EVALUATE FD-AGE-FREQ                                        00042100
             WHEN 'D'                                                   00042200
               MOVE 'S' TO WRK-SW-RODA                                  00042300
             WHEN 'U'                                                   00042400
               IF WRK-ORDEM-UTIL GREATER ZEROES                         00042500
                  MOVE 'S' TO WRK-SW-RODA                               00042600
               END-IF                                                   00042700
             WHEN 'N'                                                   00042800
               IF WRK-ORDEM-UTIL EQUAL FD-AGE-NUMERO                    00042900
                  MOVE 'S' TO WRK-SW-RODA                               00043000
               END-IF                                                   00043100
             WHEN 'M'                                                   00043200
               IF WRK-ORDEM-UTIL GREATER ZEROES                         00043300
                  AND WRK-ORDEM-UTIL EQUAL WRK-QTD-UTEIS                00043400
                  MOVE 'S' TO WRK-SW-RODA                               00043500
               END-IF                                                   00043600
             WHEN 'A'                                                   00043700
               IF WRK-CICLO-MES EQUAL FD-AGE-MES                        00043800
                  AND WRK-ORDEM-UTIL GREATER ZEROES                     00043900
                  IF (FD-AGE-NUMERO EQUAL ZEROES                        00044000
                      AND WRK-ORDEM-UTIL EQUAL WRK-QTD-UTEIS)           00044100
                     OR WRK-ORDEM-UTIL EQUAL FD-AGE-NUMERO              00044200
                     MOVE 'S' TO WRK-SW-RODA                            00044300
                  END-IF                                                00044400
               END-IF                                                   00044500
            END-EVALUATE.                                               00044600
                                                                        00044700
            IF WRK-RODA-HOJE                                            00044800
               IF WRK-QTD-PLANO LESS 100                                00044900
                  ADD 1 TO WRK-QTD-PLANO                                00045000
                  MOVE FD-AGE-JOB    TO WRK-TBPLA-JOB (WRK-QTD-PLANO)   00045100
                  MOVE FD-AGE-FREQ   TO WRK-TBPLA-FREQ (WRK-QTD-PLANO)  00045200
                  MOVE FD-AGE-PREDEC (1)                                00045300
                       TO WRK-TBPLA-PREDEC (WRK-QTD-PLANO 1)            00045400
                  MOVE FD-AGE-PREDEC (2)                                00045500
                       TO WRK-TBPLA-PREDEC (WRK-QTD-PLANO 2)            00045600
                  MOVE FD-AGE-PREDEC (3)                                00045700
                       TO WRK-TBPLA-PREDEC (WRK-QTD-PLANO 3)            00045800
                  MOVE FD-AGE-PREDEC (4)                                00045900
                       TO WRK-TBPLA-PREDEC (WRK-QTD-PLANO 4)            00046000
                  MOVE FD-AGE-SLA    TO WRK-TBPLA-SLA (WRK-QTD-PLANO)   00046100
                  MOVE FD-AGE-MARGEM                                    00046200
                       TO WRK-TBPLA-MARGEM (WRK-QTD-PLANO)              00046300
                  MOVE FD-AGE-DESCRICAO                                 00046400
                       TO WRK-TBPLA-DESCR (WRK-QTD-PLANO)               00046500
               ELSE                                                     00046600
                  DISPLAY ' TABELA DO PLANO CHEIA (100) - FORA: '       00046700
                          FD-AGE-JOB                                    00046800
                  ADD 1 TO WRK-QTD-INVALID                              00046900
               END-IF                                                   00047000
            END-IF.                                                     00047100
                                                                        00047200
       2000-90-PROXIMO.                                                 00047300
            PERFORM 1300-LER-AGENDA.                                    00047400
       2000-99-FIM.              EXIT.                                  00047500
      *-------------------------------------------------------------*   00047600
       2500-EMITIR-PLANO                        SECTION.                00047700
      *-------------------------------------------------------------*   00047800
            WRITE FD-RELPLAN FROM WRK-LINHA-COLUNAS.                    00047900
                                                                        00048000
            MOVE 1 TO WRK-SUB-PLANO.                                    00048100
            PERFORM 2510-GRAVAR-JOB-PLANO                               00048200
                    UNTIL WRK-SUB-PLANO GREATER WRK-QTD-PLANO.          00048300
                                                                        00048400
            WRITE FD-RELPLAN FROM WRK-LINHA-TRACO.                      00048500
       2500-99-FIM.              EXIT.                                  00048600
      *-------------------------------------------------------------*   00048700
       2510-GRAVAR-JOB-PLANO                    SECTION.                00048800
      *-------------------------------------------------------------*   00048900
            MOVE WRK-DATA-CICLO TO FD-PLA-DATA.                         00049000
            MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO)  TO FD-PLA-JOB.          00049100
            MOVE WRK-TBPLA-FREQ (WRK-SUB-PLANO) TO FD-PLA-FREQ.         00049200
            MOVE WRK-TBPLA-SLA (WRK-SUB-PLANO)  TO FD-PLA-SLA.          00049300
            WRITE FD-PLANODIA.                                          00049400
                                                                        00049500
            IF WRK-TBPLA-SLA (WRK-SUB-PLANO) GREATER ZEROES             00049600
               MOVE SPACES TO FD-SLADIA                                 00049700
               MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO)    TO FD-SLA-PROGRAMA 00049800
               MOVE WRK-TBPLA-SLA (WRK-SUB-PLANO)    TO FD-SLA-LIMITE   00049900
               MOVE WRK-TBPLA-MARGEM (WRK-SUB-PLANO) TO FD-SLA-MARGEM   00050000
               WRITE FD-SLADIA                                          00050100
               ADD 1 TO WRK-QTD-SLA                                     00050200
            END-IF.                                                     00050300
                                                                        00050400
            MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO)   TO WRK-LJ-JOB.         00050500
            MOVE WRK-TBPLA-FREQ (WRK-SUB-PLANO)  TO WRK-LJ-FREQ.        00050600
            MOVE WRK-TBPLA-DESCR (WRK-SUB-PLANO) TO WRK-LJ-DESCR.       00050700
            MOVE WRK-TBPLA-SLA (WRK-SUB-PLANO)   TO WRK-LJ-SLA.         00050800
            MOVE WRK-TBPLA-PREDEC (WRK-SUB-PLANO 1)                     00050900
                 TO WRK-LJ-PREDEC (1).                                  00051000
            MOVE WRK-TBPLA-PREDEC (WRK-SUB-PLANO 2)                     00051100
                 TO WRK-LJ-PREDEC (2).                                  00051200
            MOVE WRK-TBPLA-PREDEC (WRK-SUB-PLANO 3)                     00051300
                 TO WRK-LJ-PREDEC (3).                                  00051400
            MOVE WRK-TBPLA-PREDEC (WRK-SUB-PLANO 4)                     00051500
                 TO WRK-LJ-PREDEC (4).                                  00051600
            WRITE FD-RELPLAN FROM WRK-LINHA-JOB.                        00051700
                                                                        00051800
            MOVE 1 TO WRK-SUB-PRE.                                      00051900
            PERFORM 2520-GRAVAR-DEPENDENCIA                             00052000
                    UNTIL WRK-SUB-PRE GREATER 4.                        00052100
                                                                        00052200
            ADD 1 TO WRK-SUB-PLANO.                                     00052300
       2510-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2520-GRAVAR-DEPENDENCIA                  SECTION.                00052600
      *-------------------------------------------------------------*   00052700
      *   PREDECESSOR NO PLANO DO DIA VAI PARA O DEPDIA; FORA DELE *    00052800
      *   VIRA AVISO (NAO RODA HOJE, O PORTAO NAO DEVE ESPERAR).   *    00052900
      *-------------------------------------------------------------*   00053000
            MOVE WRK-TBPLA-PREDEC (WRK-SUB-PLANO WRK-SUB-PRE)           00053100
                 TO WRK-NOME-PROC.                                      00053200
            IF WRK-NOME-PROC EQUAL SPACES                               00053300
               GO TO 2520-90-PROXIMO.                                   00053400
                                                                        00053500
            MOVE 'N' TO WRK-SW-ACHOU.                                   00053600
            MOVE 1 TO WRK-SUB-BUSCA.                                    00053700
            PERFORM 2530-PROCURAR-NO-PLANO                              00053800
                    UNTIL WRK-SUB-BUSCA GREATER WRK-QTD-PLANO           00053900
                       OR WRK-ACHOU.                                    00054000
                                                                        00054100
            IF WRK-ACHOU                                                00054200
               MOVE SPACES TO FD-DEPDIA                                 00054300
               MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO) TO FD-DEP-JOB         00054400
               MOVE WRK-NOME-PROC                 TO FD-DEP-PREDEC      00054500
               WRITE FD-DEPDIA                                          00054600
               ADD 1 TO WRK-QTD-DEPEND                                  00054700
            ELSE                                                        00054800
               ADD 1 TO WRK-QTD-PREFORA                                 00054900
               MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO) TO WRK-AV-JOB         00055000
               MOVE 'PREDECESSOR FORA DO PLANO DO DIA - IGNORA:'        00055100
                    TO WRK-AV-TEXTO                                     00055200
               MOVE WRK-NOME-PROC TO WRK-AV-NOME                        00055300
               WRITE FD-RELPLAN FROM WRK-LINHA-AVISO                    00055400
            END-IF.                                                     00055500
                                                                        00055600
       2520-90-PROXIMO.                                                 00055700
            ADD 1 TO WRK-SUB-PRE.                                       00055800
       2520-99-FIM.              EXIT.                                  00055900
      *-------------------------------------------------------------*   00056000
       2530-PROCURAR-NO-PLANO                   SECTION.                00056100
      *-------------------------------------------------------------*   00056200
            IF WRK-TBPLA-JOB (WRK-SUB-BUSCA) EQUAL WRK-NOME-PROC        00056300
               MOVE 'S' TO WRK-SW-ACHOU                                 00056400
            END-IF.                                                     00056500
            ADD 1 TO WRK-SUB-BUSCA.                                     00056600
       2530-99-FIM.              EXIT.                                  00056700
      *-------------------------------------------------------------*   00056800
       3000-FINALIZAR                           SECTION.                00056900
      *-------------------------------------------------------------*   00057000
             CLOSE JOBSCHED CALENDAR PLANODIA DEPDIA SLADIA RELPLAN.    00057100
               PERFORM 4000-TESTARSTATUS.                               00057200
                                                                        00057300
              DISPLAY ' ============================================'.  00057400
              DISPLAY ' PLANO DE EXECUCAO DO DIA - FR19PLAN         '.  00057500
              DISPLAY ' ============================================'.  00057600
              DISPLAY ' DATA DO CICLO..........' WRK-DATA-CICLO.        00057700
              DISPLAY ' DIA UTIL DO MES........' WRK-ORDEM-UTIL         00057800
                      ' DE ' WRK-QTD-UTEIS.                             00057900
              DISPLAY ' JOBS NA AGENDA.........' WRK-QTD-AGENDA.        00058000
              DISPLAY ' JOBS INATIVOS..........' WRK-QTD-INATIVO.       00058100
              DISPLAY ' AGENDAS INVALIDAS......' WRK-QTD-INVALID.       00058200
              DISPLAY ' JOBS NO PLANO..........' WRK-QTD-PLANO.         00058300
              DISPLAY ' DEPENDENCIAS GERADAS...' WRK-QTD-DEPEND.        00058400
              DISPLAY ' PREDECESSORES IGNORADOS' WRK-QTD-PREFORA.       00058500
              DISPLAY ' JOBS SOB SLA...........' WRK-QTD-SLA.           00058600
              DISPLAY ' ============================================'.  00058700
                                                                        00058800
             IF WRK-QTD-INVALID GREATER ZEROES                          00058900
                OR WRK-QTD-PREFORA GREATER ZEROES                       00059000
                MOVE 4 TO RETURN-CODE                                   00059100
             END-IF.                                                    00059200
                                                                        00059300
       3000-99-FIM.              EXIT.                                  00059400
      *-------------------------------------------------------------*   00059500
       4000-TESTARSTATUS                            SECTION.            00059600
      *-------------------------------------------------------------*   00059700
                 PERFORM 4100-TESTARSTATUS-JOBSCHED.                    00059800
                 PERFORM 4200-TESTARSTATUS-CALENDAR.                    00059900
                 IF WRK-FS-PLANODIA NOT EQUAL 00                        00060000
                    OR WRK-FS-DEPDIA NOT EQUAL 00                       00060100
                    OR WRK-FS-SLADIA NOT EQUAL 00                       00060200
                    OR WRK-FS-RELPLAN NOT EQUAL 00                      00060300
                   DISPLAY ' FS PLANODIA/DEPDIA/SLADIA/RELPLAN: '       00060400
                           WRK-FS-PLANODIA '/' WRK-FS-DEPDIA '/'        00060500
                           WRK-FS-SLADIA '/' WRK-FS-RELPLAN             00060600
                   MOVE 'ERRO NAS SAIDAS DO PLANO' TO WRK-MSGERRO       00060700
                   MOVE '1000'                   TO WRK-SECAO           00060800
                   MOVE '12'                     TO WRK-STATUS          00060900
                   PERFORM 9000-TRATAERROS                              00061000
                   MOVE 12 TO RETURN-CODE                               00061100
                   STOP RUN                                             00061200
                 END-IF.                                                00061300
                                                                        00061400
       4000-99-FIM.              EXIT.                                  00061500
      *-------------------------------------------------------------*   00061600
       4100-TESTARSTATUS-JOBSCHED                   SECTION.            00061700
      *-------------------------------------------------------------*   00061800
               IF WRK-FS-JOBSCHED NOT EQUAL 00                          00061900
                           AND WRK-FS-JOBSCHED NOT EQUAL 10             00062000
                 MOVE 'ERRO NO JOBSCHED      ' TO WRK-MSGERRO           00062100
                 MOVE '1300'                   TO WRK-SECAO             00062200
                 MOVE WRK-FS-JOBSCHED          TO WRK-STATUS            00062300
                  PERFORM 9000-TRATAERROS                               00062400
                  MOVE 12 TO RETURN-CODE                                00062500
                  STOP RUN                                              00062600
               END-IF.                                                  00062700
                                                                        00062800
       4100-99-FIM.              EXIT.                                  00062900
      *-------------------------------------------------------------*   00063000
       4200-TESTARSTATUS-CALENDAR                   SECTION.            00063100
      *-------------------------------------------------------------*   00063200
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00063300
                           AND WRK-FS-CALENDAR NOT EQUAL 10             00063400
                 MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO           00063500
                 MOVE '1100'                   TO WRK-SECAO             00063600
                 MOVE WRK-FS-CALENDAR          TO WRK-STATUS            00063700
                  PERFORM 9000-TRATAERROS                               00063800
                  MOVE 12 TO RETURN-CODE                                00063900
                  STOP RUN                                              00064000
               END-IF.                                                  00064100
                                                                        00064200
       4200-99-FIM.              EXIT.                                  00064300
      *-------------------------------------------------------------*   00064400
       9000-TRATAERROS                              SECTION.            00064500
      *-------------------------------------------------------------*   00064600
           MOVE 'FR19PLAN' TO WRK-PROGRAMA                              00064700
           MOVE 'E'        TO WRK-SEVERIDADE                            00064800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00064900
                                                                        00065000
       9000-99-FIM.              EXIT.                                  00065100
