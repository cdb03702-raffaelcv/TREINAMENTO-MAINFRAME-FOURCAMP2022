      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB49.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RATEIO MENSAL DOS AFASTAMENTOS ENTRE EMPRESA E  *   00001200
      *    INSS - DIZ AO FR19DB12 QUANTOS DIAS DO MES A EMPRESA NAO *   00001300
      *    PAGA. LE A DESCARGA DO IVAN.AFAST (AFASUNL DO FR19DB23,  *   00001400
      *    POR IDFUNC E INICIO) E, PARA CADA AFASTAMENTO QUE CAI NA *   00001500
      *    COMPETENCIA, APURA OS DIAS DO MES (MES COMERCIAL DE 30   *   00001600
      *    DIAS: AFASTADO ATE O FIM DO MES CONTA ATE O DIA 30) E    *   00001700
      *    SEPARA POR QUEM PAGA:                                    *   00001800
      *     DOENCA/ACIDENTE - OS 15 PRIMEIROS DIAS DO AFASTAMENTO   *   00001900
      *                       SAO DA EMPRESA; DO 16O EM DIANTE,     *   00002000
      *                       DO INSS                               *   00002100
      *     MATERNID        - TODOS OS DIAS PELO INSS               *   00002200
      *     SEMREMUN        - TODOS OS DIAS SEM REMUNERACAO         *   00002300
      *    O ULTIMO DIA AFASTADO E A VESPERA DO RETORNO EFETIVO;    *   00002400
      *    SEM RETORNO EFETIVO O FUNCIONARIO SEGUE AFASTADO (E, SE  *   00002500
      *    O RETORNO PREVISTO JA PASSOU, SAI COM AVISO E RC=4).     *   00002600
      *    SAIDAS:                                                  *   00002700
      *     AFASMES - POR ID: COMPETENCIA, DIAS EMPRESA, DIAS       *   00002800
      *               INSS E DIAS SEM REMUNERACAO (VIRA O AFASENT   *   00002900
      *               DO FR19DB12, QUE DESCONTA DO SALARIO OS DIAS  *   00003000
      *               INSS E SEM REMUNERACAO)                       *   00003100
      *     RELAFAS - UMA LINHA POR AFASTAMENTO DA COMPETENCIA      *   00003200
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS = MES CORRENTE)  *   00003300
      *    COM 10 DE FILLER.                                        *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    AFASUNL              I                  -----------      *   00003800
      *    AFASMES              O                  -----------      *   00003900
      *    RELAFAS              O                  -----------      *   00004000
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
            SELECT AFASUNL ASSIGN TO AFASUNL                            00005800
                 FILE STATUS IS WRK-FS-AFASUNL.                         00005900
                                                                        00006000
      *--------------ARQUIVOS SAIDAS---*                                00006100
            SELECT AFASMES ASSIGN TO AFASMES                            00006200
                 FILE STATUS IS WRK-FS-AFASMES.                         00006300
                                                                        00006400
            SELECT RELAFAS ASSIGN TO RELAFAS                            00006500
                 FILE STATUS IS WRK-FS-RELAFAS.                         00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
      *-------------------LRECL 43----------------------------------*   00007200
       FD AFASUNL                                                       00007300
           RECORDING MODE IS F                                          00007400
           LABEL RECORD IS STANDARD                                     00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-AFASUNL.                                                   00007700
          05 FD-AFA-IDFUNC       PIC 9(05).                             00007800
          05 FD-AFA-TIPO         PIC X(08).                             00007900
          05 FD-AFA-DATAINI      PIC X(10).                             00008000
          05 FD-AFA-RETPREV      PIC X(10).                             00008100
          05 FD-AFA-RETREAL      PIC X(10).                             00008200
                                                                        00008300
      *-------------------LRECL 20----------------------------------*   00008400
       FD AFASMES                                                       00008500
           RECORDING MODE IS F.                                         00008600
       01 FD-AFASMES.                                                   00008700
          05 FD-AFM-IDFUNC       PIC 9(05).                             00008800
          05 FD-AFM-COMPET       PIC 9(06).                             00008900
          05 FD-AFM-DIAS-EMPRESA PIC 9(03).                             00009000
          05 FD-AFM-DIAS-INSS    PIC 9(03).                             00009100
          05 FD-AFM-DIAS-SEMREM  PIC 9(03).                             00009200
                                                                        00009300
      *-------------------LRECL 80----------------------------------*   00009400
       FD RELAFAS                                                       00009500
           RECORDING MODE IS F.                                         00009600
       01 FD-RELAFAS             PIC X(80).                             00009700
                                                                        00009800
      *=============================================================*   00009900
       WORKING-STORAGE                             SECTION.             00010000
      *=============================================================*   00010100
                                                                        00010200
       01 FILLER          PIC X(64) VALUE                               00010300
           '-----------BOOK LOGERROS------------------------'.          00010400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00010500
       COPY '#GLOG'.                                                    00010600
      *-------------------------------------------------------------*   00010700
                                                                        00010800
       01 FILLER          PIC X(64) VALUE                               00010900
           '-----------VARIAVEIS DE STATUS------------------'.          00011000
                                                                        00011100
       77 WRK-FS-AFASUNL  PIC 9(02).                                    00011200
       77 WRK-FS-AFASMES  PIC 9(02).                                    00011300
       77 WRK-FS-RELAFAS  PIC 9(02).                                    00011400
                                                                        00011500
       01 FILLER          PIC X(64) VALUE                               00011600
           '-----------PARAMETROS SYSIN---------------------'.          00011700
                                                                        00011800
       01 WRK-COMPCARD.                                                 00011900
          05 FILLER              PIC X(10).                             00012000
          05 WRK-COMPCARD-AC     PIC 9(06).                             00012100
                                                                        00012200
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.                       00012300
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00012400
                                                                        00012500
       01 FILLER          PIC X(64) VALUE                               00012600
           '-----------CONTADORES E ACUMULADORES------------'.          00012700
                                                                        00012800
       77 WRK-SW-FIM-AFA  PIC X(01) VALUE 'N'.                          00012900
           88 WRK-FIM-AFASUNL       VALUE 'S'.                          00013000
       77 WRK-REGLIDOS    PIC 9(05) VALUE ZEROES.                       00013100
       77 WRK-REGNOMES    PIC 9(05) VALUE ZEROES.                       00013200
       77 WRK-REGIGNORA   PIC 9(05) VALUE ZEROES.                       00013300
       77 WRK-REGGRAVADOS PIC 9(05) VALUE ZEROES.                       00013400
       77 WRK-QTD-VENCIDOS PIC 9(05) VALUE ZEROES.                      00013500
       77 WRK-TOT-EMPRESA PIC 9(07) VALUE ZEROES.                       00013600
       77 WRK-TOT-INSS    PIC 9(07) VALUE ZEROES.                       00013700
       77 WRK-TOT-SEMREM  PIC 9(07) VALUE ZEROES.                       00013800
                                                                        00013900
      *-------DIAS DO FUNCIONARIO EM CURSO (QUEBRA POR IDFUNC)-------*  00014000
       77 WRK-ID-ATUAL    PIC 9(05) VALUE ZEROES.                       00014100
       77 WRK-ACU-EMPRESA PIC 9(03) VALUE ZEROES.                       00014200
       77 WRK-ACU-INSS    PIC 9(03) VALUE ZEROES.                       00014300
       77 WRK-ACU-SEMREM  PIC 9(03) VALUE ZEROES.                       00014400
       77 WRK-ACU-TOTAL   PIC 9(03) VALUE ZEROES.                       00014500
                                                                        00014600
       01 FILLER          PIC X(64) VALUE                               00014700
           '-----------CALCULO DO AFASTAMENTO---------------'.          00014800
                                                                        00014900
       01 WRK-DATA-UNL.                                                 00015000
          05 WRK-UNL-ANO         PIC 9(04).                             00015100
          05 FILLER              PIC X(01).                             00015200
          05 WRK-UNL-MES         PIC 9(02).                             00015300
          05 FILLER              PIC X(01).                             00015400
          05 WRK-UNL-DIA         PIC 9(02).                             00015500
                                                                        00015600
       77 WRK-MES-INI     PIC 9(08) VALUE ZEROES.                       00015700
       77 WRK-MES-FIM     PIC 9(08) VALUE ZEROES.                       00015800
       77 WRK-ULT-DIA-COMP PIC 9(02) VALUE ZEROES.                      00015900
       77 WRK-AFA-INI     PIC 9(08) VALUE ZEROES.                       00016000
       77 WRK-AFA-FIM     PIC 9(08) VALUE ZEROES.                       00016100
       77 WRK-AFA-PREV    PIC 9(08) VALUE ZEROES.                       00016200
       01 WRK-OV-INI      PIC 9(08) VALUE ZEROES.                       00016300
       01 WRK-OV-INI-G REDEFINES WRK-OV-INI.                            00016400
          05 FILLER              PIC 9(06).                             00016500
          05 WRK-OV-INI-DIA      PIC 9(02).                             00016600
       01 WRK-OV-FIM      PIC 9(08) VALUE ZEROES.                       00016700
       01 WRK-OV-FIM-G REDEFINES WRK-OV-FIM.                            00016800
          05 FILLER              PIC 9(06).                             00016900
          05 WRK-OV-FIM-DIA      PIC 9(02).                             00017000
       01 WRK-DATA-16     PIC 9(08) VALUE ZEROES.                       00017100
       01 WRK-DATA-16-G REDEFINES WRK-DATA-16.                          00017200
          05 FILLER              PIC 9(06).                             00017300
          05 WRK-D16-DIA         PIC 9(02).                             00017400
       77 WRK-DIAS-MES    PIC S9(03) VALUE ZEROES.                      00017500
       77 WRK-DIAS-EMPRESA PIC S9(03) VALUE ZEROES.                     00017600
       77 WRK-DIAS-INSS   PIC S9(03) VALUE ZEROES.                      00017700
       77 WRK-DIAS-SEMREM PIC S9(03) VALUE ZEROES.                      00017800
       77 WRK-OBS         PIC X(12) VALUE SPACES.                       00017900
                                                                        00018000
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROES.                       00018100
       01 WRK-DATA-CALC-G REDEFINES WRK-DATA-CALC.                      00018200
          05 WRK-CALC-ANO        PIC 9(04).                             00018300
          05 WRK-CALC-MES        PIC 9(02).                             00018400
          05 WRK-CALC-DIA        PIC 9(02).                             00018500
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROES.                       00018600
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROES.                       00018700
       77 WRK-RESTO       PIC 9(03) VALUE ZEROES.                       00018800
       77 WRK-CONTA-DIAS  PIC 9(03) VALUE ZEROES.                       00018900
                                                                        00019000
       01 FILLER          PIC X(64) VALUE                               00019100
           '-----------LINHAS DO RELATORIO------------------'.          00019200
                                                                        00019300
       01 WRK-LINHA-TITULO.                                             00019400
          05 FILLER              PIC X(44) VALUE                        00019500
             'AFASTAMENTOS - RATEIO EMPRESA/INSS - COMPET.'.            00019600
          05 FILLER              PIC X(01) VALUE SPACE.                 00019700
          05 WRK-TIT-COMPET      PIC 9(06).                             00019800
          05 FILLER              PIC X(29) VALUE SPACES.                00019900
                                                                        00020000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00020100
                                                                        00020200
       01 WRK-LINHA-CABEC.                                              00020300
          05 FILLER              PIC X(44) VALUE                        00020400
             'ID    TIPO     INICIO   ULT.DIA  DIAS   EMPR'.            00020500
          05 FILLER              PIC X(36) VALUE                        00020600
             '  INSS S/REM OBSERVACAO'.                                 00020700
                                                                        00020800
       01 WRK-LINHA-DETALHE.                                            00020900
          05 WRK-DET-ID          PIC 9(05).                             00021000
          05 FILLER              PIC X(01) VALUE SPACE.                 00021100
          05 WRK-DET-TIPO        PIC X(08).                             00021200
          05 FILLER              PIC X(01) VALUE SPACE.                 00021300
          05 WRK-DET-INI         PIC 9(08).                             00021400
          05 FILLER              PIC X(01) VALUE SPACE.                 00021500
          05 WRK-DET-FIM         PIC X(08).                             00021600
          05 FILLER              PIC X(02) VALUE SPACES.                00021700
          05 WRK-DET-DIAS        PIC ZZ9.                               00021800
          05 FILLER              PIC X(05) VALUE SPACES.                00021900
          05 WRK-DET-EMPRESA     PIC ZZ9.                               00022000
          05 FILLER              PIC X(02) VALUE SPACES.                00022100
          05 WRK-DET-INSS        PIC ZZ9.                               00022200
          05 FILLER              PIC X(03) VALUE SPACES.                00022300
          05 WRK-DET-SEMREM      PIC ZZ9.                               00022400
          05 FILLER              PIC X(01) VALUE SPACE.                 00022500
          05 WRK-DET-OBS         PIC X(12).                             00022600
          05 FILLER              PIC X(15) VALUE SPACES.                00022700
                                                                        00022800
       01 WRK-LINHA-TOTAL.                                              00022900
          05 FILLER              PIC X(38) VALUE                        00023000
             'TOTAL DE DIAS DA COMPETENCIA          '.                  00023100
          05 WRK-TOT-LIN-EMP     PIC ZZZZZZ9.                           00023200
          05 FILLER              PIC X(01) VALUE SPACE.                 00023300
          05 WRK-TOT-LIN-INSS    PIC ZZZZZZ9.                           00023400
          05 FILLER              PIC X(01) VALUE SPACE.                 00023500
          05 WRK-TOT-LIN-SREM    PIC ZZZZZZ9.                           00023600
          05 FILLER              PIC X(19) VALUE SPACES.                00023700
                                                                        00023800
      *=============================================================*   00023900
       PROCEDURE DIVISION.                                              00024000
      *=============================================================*   00024100
                                                                        00024200
      *-------------------------------------------------------------*   00024300
       0000-PRINCIPAL                           SECTION.                00024400
      *-------------------------------------------------------------*   00024500
                                                                        00024600
            PERFORM  1000-INICIAR.                                      00024700
                                                                        00024800
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-AFASUNL.              00024900
                                                                        00025000
            PERFORM  3000-FINALIZAR.                                    00025100
                                                                        00025200
            STOP RUN.                                                   00025300
                                                                        00025400
      *-------------------------------------------------------------*   00025500
       1000-INICIAR                             SECTION.                00025600
      *-------------------------------------------------------------*   00025700
             OPEN INPUT  AFASUNL                                        00025800
                  OUTPUT AFASMES RELAFAS.                               00025900
                                                                        00026000
               PERFORM 4000-TESTARSTATUS.                               00026100
                                                                        00026200
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00026300
                                                                        00026400
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00026500
               IF WRK-COMPCARD-AC EQUAL ZEROES                          00026600
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00026700
               ELSE                                                     00026800
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00026900
               END-IF.                                                  00027000
                                                                        00027100
      *----PRIMEIRO E ULTIMO DIA DA COMPETENCIA---------------------*   00027200
               COMPUTE WRK-MES-INI = WRK-COMPETENCIA * 100 + 1.         00027300
               MOVE WRK-MES-INI TO WRK-DATA-CALC.                       00027400
               PERFORM 2700-CALCULAR-ULT-DIA.                           00027500
               MOVE WRK-ULT-DIA-MES TO WRK-ULT-DIA-COMP.                00027600
               COMPUTE WRK-MES-FIM = WRK-COMPETENCIA * 100              00027700
                                   + WRK-ULT-DIA-COMP.                  00027800
                                                                        00027900
               MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                  00028000
               WRITE FD-RELAFAS FROM WRK-LINHA-TRACO.                   00028100
               WRITE FD-RELAFAS FROM WRK-LINHA-TITULO.                  00028200
               WRITE FD-RELAFAS FROM WRK-LINHA-TRACO.                   00028300
               WRITE FD-RELAFAS FROM WRK-LINHA-CABEC.                   00028400
                                                                        00028500
       1000-99-FIM.              EXIT.                                  00028600
      *-------------------------------------------------------------*   00028700
       2000-PROCESSAR                           SECTION.                00028800
      *-------------------------------------------------------------*   00028900
            READ AFASUNL                                                00029000
              AT END                                                    00029100
                MOVE 'S' TO WRK-SW-FIM-AFA                              00029200
            END-READ.                                                   00029300
            PERFORM 4100-TESTARSTATUS-AFASUNL.                          00029400
            IF WRK-FS-AFASUNL NOT EQUAL 00                              00029500
               GO TO 2000-99-FIM.                                       00029600
            IF FD-AFASUNL (1:6) EQUAL 'RODAPE'                          00029700
               GO TO 2000-99-FIM.                                       00029800
            ADD 1 TO WRK-REGLIDOS.                                      00029900
                                                                        00030000
            IF FD-AFA-IDFUNC NOT EQUAL WRK-ID-ATUAL                     00030100
               PERFORM 2900-GRAVAR-AFASMES                              00030200
               MOVE FD-AFA-IDFUNC TO WRK-ID-ATUAL                       00030300
            END-IF.                                                     00030400
                                                                        00030500
            PERFORM 2100-APURAR-AFASTAMENTO.                            00030600
                                                                        00030700
       2000-99-FIM.              EXIT.                                  00030800
      *-------------------------------------------------------------*   00030900
       2100-APURAR-AFASTAMENTO                  SECTION.                00031000
      *-------------------------------------------------------------*   00031100
      *   INTERSECAO DO AFASTAMENTO COM A COMPETENCIA E RATEIO DOS  *   00031200
      *   DIAS ENTRE EMPRESA, INSS E SEM REMUNERACAO.               *   00031300
      *-------------------------------------------------------------*   00031400
            MOVE FD-AFA-DATAINI TO WRK-DATA-UNL.                        00031500
            IF WRK-UNL-ANO NOT NUMERIC                                  00031600
               OR WRK-UNL-MES NOT NUMERIC                               00031700
               OR WRK-UNL-DIA NOT NUMERIC                               00031800
               DISPLAY ' INICIO INVALIDO - IGNORADO ' FD-AFA-IDFUNC     00031900
                       ' ' FD-AFA-DATAINI                               00032000
               ADD 1 TO WRK-REGIGNORA                                   00032100
               GO TO 2100-99-FIM.                                       00032200
            COMPUTE WRK-AFA-INI = WRK-UNL-ANO * 10000                   00032300
                                + WRK-UNL-MES * 100 + WRK-UNL-DIA.      00032400
                                                                        00032500
      *----ULTIMO DIA AFASTADO = VESPERA DO RETORNO EFETIVO----------*  00032600
            IF FD-AFA-RETREAL EQUAL SPACES                              00032700
               MOVE 99999999 TO WRK-AFA-FIM                             00032800
            ELSE                                                        00032900
               MOVE FD-AFA-RETREAL TO WRK-DATA-UNL                      00033000
               COMPUTE WRK-DATA-CALC = WRK-UNL-ANO * 10000              00033100
                                     + WRK-UNL-MES * 100 + WRK-UNL-DIA  00033200
               PERFORM 2720-RECUAR-UM-DIA                               00033300
               MOVE WRK-DATA-CALC TO WRK-AFA-FIM                        00033400
            END-IF.                                                     00033500
                                                                        00033600
            IF WRK-AFA-INI GREATER WRK-MES-FIM                          00033700
               OR WRK-AFA-FIM LESS WRK-MES-INI                          00033800
               GO TO 2100-99-FIM.                                       00033900
            ADD 1 TO WRK-REGNOMES.                                      00034000
                                                                        00034100
            IF WRK-AFA-INI GREATER WRK-MES-INI                          00034200
               MOVE WRK-AFA-INI TO WRK-OV-INI                           00034300
            ELSE                                                        00034400
               MOVE WRK-MES-INI TO WRK-OV-INI                           00034500
            END-IF.                                                     00034600
            IF WRK-AFA-FIM LESS WRK-MES-FIM                             00034700
               MOVE WRK-AFA-FIM TO WRK-OV-FIM                           00034800
            ELSE                                                        00034900
               MOVE WRK-MES-FIM TO WRK-OV-FIM                           00035000
            END-IF.                                                     00035100
                                                                        00035200
      *----MES COMERCIAL: QUEM VAI ATE O FIM DO MES CONTA ATE O 30---*  00035300
            COMPUTE WRK-DIAS-MES = WRK-OV-FIM-DIA - WRK-OV-INI-DIA + 1. 00035400
            IF WRK-OV-FIM EQUAL WRK-MES-FIM                             00035500
               COMPUTE WRK-DIAS-MES = WRK-DIAS-MES + 30                 00035600
                                    - WRK-ULT-DIA-COMP                  00035700
            END-IF.                                                     00035800
            IF WRK-DIAS-MES LESS ZERO                                   00035900
               MOVE ZERO TO WRK-DIAS-MES                                00036000
            END-IF.                                                     00036100
                                                                        00036200
            MOVE ZEROES TO WRK-DIAS-EMPRESA WRK-DIAS-INSS               00036300
                           WRK-DIAS-SEMREM.                             00036400
            MOVE SPACES TO WRK-OBS.                                     00036500
            EVALUATE FD-AFA-TIPO                                        00036600
              WHEN 'DOENCA  '                                           00036700
              WHEN 'ACIDENTE'                                           00036800
                PERFORM 2200-RATEAR-15-DIAS                             00036900
              WHEN 'MATERNID'                                           00037000
                MOVE WRK-DIAS-MES TO WRK-DIAS-INSS                      00037100
              WHEN 'SEMREMUN'                                           00037200
                MOVE WRK-DIAS-MES TO WRK-DIAS-SEMREM                    00037300
              WHEN OTHER                                                00037400
                MOVE 'TIPO INVALID' TO WRK-OBS                          00037500
                ADD 1 TO WRK-REGIGNORA                                  00037600
            END-EVALUATE.                                               00037700
                                                                        00037800
      *----SEM RETORNO EFETIVO E COM O PREVISTO JA VENCIDO-----------*  00037900
            IF FD-AFA-RETREAL EQUAL SPACES                              00038000
               MOVE 'EM ABERTO' TO WRK-OBS                              00038100
               IF FD-AFA-RETPREV NOT EQUAL SPACES                       00038200
                  MOVE FD-AFA-RETPREV TO WRK-DATA-UNL                   00038300
                  COMPUTE WRK-AFA-PREV = WRK-UNL-ANO * 10000            00038400
                                 + WRK-UNL-MES * 100 + WRK-UNL-DIA      00038500
                  IF WRK-AFA-PREV NOT GREATER WRK-MES-FIM               00038600
                     MOVE 'RET.VENCIDO' TO WRK-OBS                      00038700
                     ADD 1 TO WRK-QTD-VENCIDOS                          00038800
                  END-IF                                                00038900
               END-IF                                                   00039000
            END-IF.                                                     00039100
                                                                        00039200
            ADD WRK-DIAS-EMPRESA TO WRK-ACU-EMPRESA.                    00039300
            ADD WRK-DIAS-INSS    TO WRK-ACU-INSS.                       00039400
            ADD WRK-DIAS-SEMREM  TO WRK-ACU-SEMREM.                     00039500
                                                                        00039600
            MOVE FD-AFA-IDFUNC    TO WRK-DET-ID.                        00039700
            MOVE FD-AFA-TIPO      TO WRK-DET-TIPO.                      00039800
            MOVE WRK-AFA-INI      TO WRK-DET-INI.                       00039900
            IF FD-AFA-RETREAL EQUAL SPACES                              00040000
               MOVE SPACES TO WRK-DET-FIM                               00040100
            ELSE                                                        00040200
               MOVE WRK-AFA-FIM TO WRK-DET-FIM                          00040300
            END-IF.                                                     00040400
            MOVE WRK-DIAS-MES     TO WRK-DET-DIAS.                      00040500
            MOVE WRK-DIAS-EMPRESA TO WRK-DET-EMPRESA.                   00040600
            MOVE WRK-DIAS-INSS    TO WRK-DET-INSS.                      00040700
            MOVE WRK-DIAS-SEMREM  TO WRK-DET-SEMREM.                    00040800
            MOVE WRK-OBS          TO WRK-DET-OBS.                       00040900
            WRITE FD-RELAFAS FROM WRK-LINHA-DETALHE.                    00041000
                                                                        00041100
       2100-99-FIM.              EXIT.                                  00041200
      *-------------------------------------------------------------*   00041300
       2200-RATEAR-15-DIAS                      SECTION.                00041400
      *-------------------------------------------------------------*   00041500
      *   DOENCA E ACIDENTE: A EMPRESA PAGA DO 1O AO 15O DIA DO     *   00041600
      *   AFASTAMENTO; DO 16O DIA (INICIO + 15) EM DIANTE, O INSS.  *   00041700
      *-------------------------------------------------------------*   00041800
            MOVE WRK-AFA-INI TO WRK-DATA-CALC.                          00041900
            MOVE ZEROES TO WRK-CONTA-DIAS.                              00042000
            PERFORM 2710-AVANCAR-UM-DIA                                 00042100
                    UNTIL WRK-CONTA-DIAS NOT LESS 15.                   00042200
            MOVE WRK-DATA-CALC TO WRK-DATA-16.                          00042300
                                                                        00042400
            EVALUATE TRUE                                               00042500
              WHEN WRK-DATA-16 GREATER WRK-OV-FIM                       00042600
                MOVE WRK-DIAS-MES TO WRK-DIAS-EMPRESA                   00042700
              WHEN WRK-DATA-16 NOT GREATER WRK-OV-INI                   00042800
                MOVE WRK-DIAS-MES TO WRK-DIAS-INSS                      00042900
              WHEN OTHER                                                00043000
                COMPUTE WRK-DIAS-EMPRESA =                              00043100
                        WRK-D16-DIA - WRK-OV-INI-DIA                    00043200
                COMPUTE WRK-DIAS-INSS =                                 00043300
                        WRK-DIAS-MES - WRK-DIAS-EMPRESA                 00043400
                IF WRK-DIAS-INSS LESS ZERO                              00043500
                   MOVE ZERO TO WRK-DIAS-INSS                           00043600
                END-IF                                                  00043700
            END-EVALUATE.                                               00043800
       2200-99-FIM.              EXIT.                                  00043900
      *-------------------------------------------------------------*   00044000
       2700-CALCULAR-ULT-DIA                    SECTION.                00044100
      *-------------------------------------------------------------*   00044200
      *   ULTIMO DIA DO MES DE WRK-DATA-CALC, COM O BISSEXTO DO     *   00044300
      *   FEVEREIRO (DIVISIVEL POR 4; SECULO SO POR 400).           *   00044400
      *-------------------------------------------------------------*   00044500
            EVALUATE WRK-CALC-MES                                       00044600
              WHEN 01                                                   00044700
              WHEN 03                                                   00044800
              WHEN 05                                                   00044900
              WHEN 07                                                   00045000
              WHEN 08                                                   00045100
              WHEN 10                                                   00045200
              WHEN 12                                                   00045300
                MOVE 31 TO WRK-ULT-DIA-MES                              00045400
              WHEN 04                                                   00045500
              WHEN 06                                                   00045600
              WHEN 09                                                   00045700
              WHEN 11                                                   00045800
                MOVE 30 TO WRK-ULT-DIA-MES                              00045900
              WHEN 02                                                   00046000
                MOVE 28 TO WRK-ULT-DIA-MES                              00046100
                DIVIDE WRK-CALC-ANO BY 4                                00046200
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO         00046300
                IF WRK-RESTO EQUAL ZEROES                               00046400
                   DIVIDE WRK-CALC-ANO BY 100                           00046500
                          GIVING WRK-QUOCIENTE                          00046600
                          REMAINDER WRK-RESTO                           00046700
                   IF WRK-RESTO NOT EQUAL ZEROES                        00046800
                      MOVE 29 TO WRK-ULT-DIA-MES                        00046900
                   ELSE                                                 00047000
                      DIVIDE WRK-CALC-ANO BY 400                        00047100
                             GIVING WRK-QUOCIENTE                       00047200
                             REMAINDER WRK-RESTO                        00047300
                      IF WRK-RESTO EQUAL ZEROES                         00047400
                         MOVE 29 TO WRK-ULT-DIA-MES                     00047500
                      END-IF                                            00047600
                   END-IF                                               00047700
                END-IF                                                  00047800
            END-EVALUATE.                                               00047900
       2700-99-FIM.              EXIT.                                  00048000
      *-------------------------------------------------------------*   00048100
       2710-AVANCAR-UM-DIA                      SECTION.                00048200
      *-------------------------------------------------------------*   00048300
            PERFORM 2700-CALCULAR-ULT-DIA.                              00048400
            IF WRK-CALC-DIA LESS WRK-ULT-DIA-MES                        00048500
               ADD 1 TO WRK-CALC-DIA                                    00048600
            ELSE                                                        00048700
               MOVE 01 TO WRK-CALC-DIA                                  00048800
               IF WRK-CALC-MES EQUAL 12                                 00048900
                  MOVE 01 TO WRK-CALC-MES                               00049000
                  ADD 1 TO WRK-CALC-ANO                                 00049100
               ELSE                                                     00049200
                  ADD 1 TO WRK-CALC-MES                                 00049300
               END-IF                                                   00049400
            END-IF.                                                     00049500
            ADD 1 TO WRK-CONTA-DIAS.                                    00049600
       2710-99-FIM.              EXIT.                                  00049700
      *-------------------------------------------------------------*   00049800
       2720-RECUAR-UM-DIA                       SECTION.                00049900
      *-------------------------------------------------------------*   00050000
            IF WRK-CALC-DIA GREATER 01                                  00050100
               SUBTRACT 1 FROM WRK-CALC-DIA                             00050200
            ELSE                                                        00050300
               IF WRK-CALC-MES EQUAL 01                                 00050400
                  MOVE 12 TO WRK-CALC-MES                               00050500
                  SUBTRACT 1 FROM WRK-CALC-ANO                          00050600
               ELSE                                                     00050700
                  SUBTRACT 1 FROM WRK-CALC-MES                          00050800
               END-IF                                                   00050900
               PERFORM 2700-CALCULAR-ULT-DIA                            00051000
               MOVE WRK-ULT-DIA-MES TO WRK-CALC-DIA                     00051100
            END-IF.                                                     00051200
       2720-99-FIM.              EXIT.                                  00051300
      *-------------------------------------------------------------*   00051400
       2900-GRAVAR-AFASMES                      SECTION.                00051500
      *-------------------------------------------------------------*   00051600
      *   FECHA O FUNCIONARIO ANTERIOR: UM REGISTRO NO AFASMES SE   *   00051700
      *   HOUVE DIA AFASTADO NA COMPETENCIA.                        *   00051800
      *-------------------------------------------------------------*   00051900
            COMPUTE WRK-ACU-TOTAL = WRK-ACU-EMPRESA + WRK-ACU-INSS      00052000
                                  + WRK-ACU-SEMREM.                     00052100
            IF WRK-ID-ATUAL NOT EQUAL ZEROES                            00052200
               AND WRK-ACU-TOTAL GREATER ZEROES                         00052300
               IF WRK-ACU-TOTAL GREATER 30                              00052400
                  DISPLAY ' AFASTAMENTOS SOBREPOSTOS (' WRK-ACU-TOTAL   00052500
                          ' DIAS) - VERIFICAR ID ' WRK-ID-ATUAL         00052600
               END-IF                                                   00052700
               MOVE WRK-ID-ATUAL    TO FD-AFM-IDFUNC                    00052800
               MOVE WRK-COMPETENCIA TO FD-AFM-COMPET                    00052900
               MOVE WRK-ACU-EMPRESA TO FD-AFM-DIAS-EMPRESA              00053000
               MOVE WRK-ACU-INSS    TO FD-AFM-DIAS-INSS                 00053100
               MOVE WRK-ACU-SEMREM  TO FD-AFM-DIAS-SEMREM               00053200
               WRITE FD-AFASMES                                         00053300
               ADD 1 TO WRK-REGGRAVADOS                                 00053400
               ADD WRK-ACU-EMPRESA TO WRK-TOT-EMPRESA                   00053500
               ADD WRK-ACU-INSS    TO WRK-TOT-INSS                      00053600
               ADD WRK-ACU-SEMREM  TO WRK-TOT-SEMREM                    00053700
            END-IF.                                                     00053800
            MOVE ZEROES TO WRK-ACU-EMPRESA WRK-ACU-INSS                 00053900
                           WRK-ACU-SEMREM.                              00054000
       2900-99-FIM.              EXIT.                                  00054100
      *-------------------------------------------------------------*   00054200
       3000-FINALIZAR                           SECTION.                00054300
      *-------------------------------------------------------------*   00054400
             PERFORM 2900-GRAVAR-AFASMES.                               00054500
                                                                        00054600
             MOVE WRK-TOT-EMPRESA TO WRK-TOT-LIN-EMP.                   00054700
             MOVE WRK-TOT-INSS    TO WRK-TOT-LIN-INSS.                  00054800
             MOVE WRK-TOT-SEMREM  TO WRK-TOT-LIN-SREM.                  00054900
             WRITE FD-RELAFAS FROM WRK-LINHA-TRACO.                     00055000
             WRITE FD-RELAFAS FROM WRK-LINHA-TOTAL.                     00055100
             WRITE FD-RELAFAS FROM WRK-LINHA-TRACO.                     00055200
                                                                        00055300
             CLOSE AFASUNL AFASMES RELAFAS.                             00055400
              DISPLAY ' ============================================'.  00055500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB49          '.  00055600
              DISPLAY ' ============================================'.  00055700
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00055800
              DISPLAY ' AFASTAMENTOS LIDOS.........' WRK-REGLIDOS.      00055900
              DISPLAY ' AFASTAMENTOS NO MES........' WRK-REGNOMES.      00056000
              DISPLAY ' IGNORADOS (INVALIDOS)......' WRK-REGIGNORA.     00056100
              DISPLAY ' FUNCIONARIOS NO AFASMES....' WRK-REGGRAVADOS.   00056200
              DISPLAY ' DIAS PAGOS PELA EMPRESA....' WRK-TOT-EMPRESA.   00056300
              DISPLAY ' DIAS PAGOS PELO INSS.......' WRK-TOT-INSS.      00056400
              DISPLAY ' DIAS SEM REMUNERACAO.......' WRK-TOT-SEMREM.    00056500
              DISPLAY ' RETORNOS PREVISTOS VENCIDOS' WRK-QTD-VENCIDOS.  00056600
              DISPLAY ' ============================================'.  00056700
              IF WRK-QTD-VENCIDOS GREATER ZEROES                        00056800
                 MOVE 4 TO RETURN-CODE                                  00056900
              END-IF.                                                   00057000
                                                                        00057100
       3000-99-FIM.              EXIT.                                  00057200
      *-------------------------------------------------------------*   00057300
       4000-TESTARSTATUS                            SECTION.            00057400
      *-------------------------------------------------------------*   00057500
                 PERFORM 4100-TESTARSTATUS-AFASUNL.                     00057600
                 IF WRK-FS-AFASMES NOT EQUAL 00                         00057700
                   MOVE 'ERRO NO OPEN AFASMES  ' TO WRK-MSGERRO         00057800
                   MOVE '1000'                   TO WRK-SECAO           00057900
                   MOVE WRK-FS-AFASMES           TO WRK-STATUS          00058000
                    PERFORM 9000-TRATAERROS                             00058100
                 END-IF.                                                00058200
                 IF WRK-FS-RELAFAS NOT EQUAL 00                         00058300
                   MOVE 'ERRO NO OPEN RELAFAS  ' TO WRK-MSGERRO         00058400
                   MOVE '1000'                   TO WRK-SECAO           00058500
                   MOVE WRK-FS-RELAFAS           TO WRK-STATUS          00058600
                    PERFORM 9000-TRATAERROS                             00058700
                 END-IF.                                                00058800
                                                                        00058900
       4000-99-FIM.              EXIT.                                  00059000
      *-------------------------------------------------------------*   00059100
       4100-TESTARSTATUS-AFASUNL                    SECTION.            00059200
      *-------------------------------------------------------------*   00059300
               IF WRK-FS-AFASUNL NOT EQUAL 00                           00059400
                           AND WRK-FS-AFASUNL NOT EQUAL 10              00059500
                 MOVE 'ERRO NO AFASUNL       ' TO WRK-MSGERRO           00059600
                 MOVE '2000'                   TO WRK-SECAO             00059700
                 MOVE WRK-FS-AFASUNL           TO WRK-STATUS            00059800
                  PERFORM 9000-TRATAERROS                               00059900
               END-IF.                                                  00060000
                                                                        00060100
       4100-99-FIM.              EXIT.                                  00060200
      *-------------------------------------------------------------*   00060300
       9000-TRATAERROS                              SECTION.            00060400
      *-------------------------------------------------------------*   00060500
           MOVE 'FR19DB49' TO WRK-PROGRAMA                              00060600
           MOVE 'E'        TO WRK-SEVERIDADE                            00060700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00060800
           GOBACK.                                                      00060900
                                                                        00061000
       9000-99-FIM.              EXIT.                                  00061100
