      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB66.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ARQUIVAMENTO E EXPURGO DAS TABELAS DE           *   00001200
      *    HISTORICO QUE SO RECEBEM INSERT: IVAN.FUNCHIST (IMAGEM   *   00001300
      *    ANTES/DEPOIS DO FR19DB05/FR19DB21), IVAN.CHECKHIST       *   00001400
      *    (AUDITORIA DO RESTART, GRAVCHKP/FR19DB10) E              *   00001500
      *    IVAN.LOGERROS (ESPELHO DO GRAVALOG). UMA TABELA POR      *   00001600
      *    EXECUCAO:                                                *   00001700
      *     1 CONTA AS LINHAS DA TABELA E AS ANTERIORES AO CORTE    *   00001800
      *       (PRIMEIRO DIA DO MES, N MESES ANTES DO MES CORRENTE)  *   00001900
      *     2 DESCARREGA AS LINHAS ANTERIORES AO CORTE NO ARQHIST   *   00002000
      *       (CABECALHO COM TABELA, DATA E CORTE; RODAPE COM A     *   00002100
      *       QUANTIDADE - BOOK #ARQH). DESCARGA QUE NAO BATE COM A *   00002200
      *       CONTAGEM ENCERRA COM RC=8 SEM EXCLUIR NADA.           *   00002300
      *     3 EXCLUI AS LINHAS DIA A DIA, COMMITANDO CADA DIA PELO  *   00002400
      *       GRAVCHKP (O CHECKPOINT GUARDA O ULTIMO DIA EXCLUIDO)  *   00002500
      *     4 RECONTA E CONFERE: NENHUMA LINHA ANTERIOR AO CORTE E  *   00002600
      *       EXCLUIDAS = CONTADAS ANTES; DIVERGENCIA DA RC=8.      *   00002700
      *    RESTART: COM CHECKPOINT PENDENTE A DESCARGA JA ESTA      *   00002800
      *    COMPLETA - O PROGRAMA LE O ARQHIST DA EXECUCAO           *   00002900
      *    INTERROMPIDA (DD APONTANDO PARA A MESMA GERACAO), USA O  *   00003000
      *    CORTE GRAVADO NO CABECALHO E CONTINUA A EXCLUSAO APOS O  *   00003100
      *    ULTIMO DIA CONFIRMADO.                                   *   00003200
      *    CARTAO SYSIN 1: TABELA (FUNCHIST/CHECKHIST/LOGERROS) NAS *   00003300
      *    COLS 1-10 E MESES DE RETENCAO (001-999) NAS COLS 11-13.  *   00003400
      *    CARTAO SYSIN 2: MODO PROCESS/VALIDAR (VALIDAR = SO AS    *   00003500
      *    CONTAGENS, SEM DESCARGA NEM EXCLUSAO; BRANCO = PROCESS). *   00003600
      *-------------------------------------------------------------*   00003700
      *   BASE DE DADOS:                                            *   00003800
      *   TABELA.DB2..                                              *   00003900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004000
      *   IVAN.FUNCHIST        I/O                 -----------      *   00004100
      *   IVAN.CHECKHIST       I/O                 -----------      *   00004200
      *   IVAN.LOGERROS        I/O                 -----------      *   00004300
      *-------------------------------------------------------------*   00004400
      *   ARQUIVOS...:                                              *   00004500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004600
      *    ARQHIST             O/I                 #ARQH            *   00004700
      *-------------------------------------------------------------*   00004800
      *   MODULOS....:                             INCLUDE/BOOK     *   00004900
      *   GRAVCHKP -   CHECKPOINT/RESTART          #CHKP            *   00005000
      *   GRAVASQL -   TRATAMENTO DE ERROS DE SQL   #SQLE           *   00005100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005200
      *=============================================================*   00005300
                                                                        00005400
      *=============================================================*   00005500
       ENVIRONMENT                               DIVISION.              00005600
      *=============================================================*   00005700
                                                                        00005800
      *=============================================================*   00005900
       CONFIGURATION                               SECTION.             00006000
      *=============================================================*   00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
       INPUT-OUTPUT                                SECTION.             00006500
       FILE-CONTROL.                                                    00006600
            SELECT ARQHIST ASSIGN TO ARQHIST                            00006700
                 FILE STATUS IS WRK-FS-ARQHIST.                         00006800
                                                                        00006900
      *=============================================================*   00007000
       DATA                                      DIVISION.              00007100
      *=============================================================*   00007200
       FILE                                      SECTION.               00007300
      *-------------------LRECL 220---------------------------------*   00007400
       FD ARQHIST                                                       00007500
           RECORDING MODE IS F                                          00007600
           LABEL RECORD IS STANDARD                                     00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-ARQHIST             PIC X(220).                            00007900
                                                                        00008000
      *=============================================================*   00008100
       WORKING-STORAGE                             SECTION.             00008200
      *=============================================================*   00008300
                                                                        00008400
           EXEC SQL                                                     00008500
              INCLUDE SQLCA                                             00008600
           END-EXEC.                                                    00008700
                                                                        00008800
           EXEC SQL                                                     00008900
              DECLARE CFHIST CURSOR FOR                                 00009000
               SELECT ID, TIPO, DATA, HORA,                             00009100
                      NOMEANT, SETORANT, SALARIOANT, DATAADMANT,        00009200
                      EMAILANT,                                         00009300
                      NOMENOVO, SETORNOVO, SALARIONOVO, DATAADMNOVO,    00009400
                      EMAILNOVO                                         00009500
                FROM IVAN.FUNCHIST                                      00009600
                WHERE DATA < :WRK-DATA-CORTE                            00009700
                ORDER BY ID, DATA, HORA                                 00009800
           END-EXEC.                                                    00009900
                                                                        00010000
           EXEC SQL                                                     00010100
              DECLARE CCHIST CURSOR FOR                                 00010200
               SELECT ID, REGISTRO, DATA, HORA, EVENTO                  00010300
                FROM IVAN.CHECKHIST                                     00010400
                WHERE DATA < :WRK-DATA-CORTE                            00010500
                ORDER BY ID, DATA, HORA                                 00010600
           END-EXEC.                                                    00010700
                                                                        00010800
           EXEC SQL                                                     00010900
              DECLARE CLOGER CURSOR FOR                                 00011000
               SELECT PROGRAMA, SECAO, MSGERRO, STATUS,                 00011100
                      DATA, HORA, SEVERIDADE, RUNID                     00011200
                FROM IVAN.LOGERROS                                      00011300
                WHERE DATA < :WRK-DATA-CORTE                            00011400
                ORDER BY DATA, HORA                                     00011500
           END-EXEC.                                                    00011600
                                                                        00011700
      *----DIAS A EXCLUIR: O CHECKPOINT GUARDA O ULTIMO DIA JA------*   00011800
      *----COMMITADO, E O RESTART SEGUE DO DIA SEGUINTE------------*    00011900
           EXEC SQL                                                     00012000
              DECLARE DFHIST CURSOR WITH HOLD FOR                       00012100
               SELECT DISTINCT DATA                                     00012200
                FROM IVAN.FUNCHIST                                      00012300
                WHERE DATA < :WRK-DATA-CORTE                            00012400
                  AND DATA > :WRK-CHK-SEQ-RETOMADA                      00012500
                ORDER BY DATA                                           00012600
           END-EXEC.                                                    00012700
                                                                        00012800
           EXEC SQL                                                     00012900
              DECLARE DCHIST CURSOR WITH HOLD FOR                       00013000
               SELECT DISTINCT DATA                                     00013100
                FROM IVAN.CHECKHIST                                     00013200
                WHERE DATA < :WRK-DATA-CORTE                            00013300
                  AND DATA > :WRK-CHK-SEQ-RETOMADA                      00013400
                ORDER BY DATA                                           00013500
           END-EXEC.                                                    00013600
                                                                        00013700
           EXEC SQL                                                     00013800
              DECLARE DLOGER CURSOR WITH HOLD FOR                       00013900
               SELECT DISTINCT DATA                                     00014000
                FROM IVAN.LOGERROS                                      00014100
                WHERE DATA < :WRK-DATA-CORTE                            00014200
                  AND DATA > :WRK-CHK-SEQ-RETOMADA                      00014300
                ORDER BY DATA                                           00014400
           END-EXEC.                                                    00014500
                                                                        00014600
       01 FILLER          PIC X(64) VALUE                               00014700
           '-----------BOOK LOGERROS------------------------'.          00014800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00014900
       COPY '#GLOG'.                                                    00015000
      *-------TRATADOR PADRAO DE ERROS DE SQL------------------------*  00015100
       77 WRK-GRAVASQL    PIC X(08) VALUE 'GRAVASQL'.                   00015200
       COPY '#SQLE'.                                                    00015300
                                                                        00015400
       01 FILLER          PIC X(64) VALUE                               00015500
           '-----------CHECKPOINT (MODULO GRAVCHKP)---------'.          00015600
                                                                        00015700
       77 WRK-GRAVCHKP    PIC X(08) VALUE 'GRAVCHKP'.                   00015800
       COPY '#CHKP'.                                                    00015900
                                                                        00016000
       01 FILLER          PIC X(64) VALUE                               00016100
           '-----------ARQUIVO DE EXPURGO (ARQHIST)---------'.          00016200
                                                                        00016300
       COPY '#ARQH'.                                                    00016400
                                                                        00016500
       77 WRK-FS-ARQHIST  PIC 9(02).                                    00016600
       77 WRK-SW-FIM-ARQ  PIC X(01) VALUE 'N'.                          00016700
           88 WRK-FIM-ARQHIST        VALUE 'S'.                         00016800
       77 WRK-SW-RODAPE   PIC X(01) VALUE 'N'.                          00016900
           88 WRK-ACHOU-RODAPE       VALUE 'S'.                         00017000
       77 WRK-NULL-ANT-DATAADM   PIC S9(4) COMP.                        00017100
       77 WRK-NULL-ANT-EMAIL     PIC S9(4) COMP.                        00017200
       77 WRK-NULL-NOV-DATAADM   PIC S9(4) COMP.                        00017300
       77 WRK-NULL-NOV-EMAIL     PIC S9(4) COMP.                        00017400
                                                                        00017500
       01 FILLER          PIC X(64) VALUE                               00017600
           '-----------PARAMETROS SYSIN---------------------'.          00017700
                                                                        00017800
       01 WRK-TABCARD.                                                  00017900
          05 WRK-TAB-NOME        PIC X(10).                             00018000
             88 WRK-TAB-FUNCHIST     VALUE 'FUNCHIST  '.                00018100
             88 WRK-TAB-CHECKHIST    VALUE 'CHECKHIST '.                00018200
             88 WRK-TAB-LOGERROS     VALUE 'LOGERROS  '.                00018300
          05 WRK-TAB-RETENCAO    PIC 9(03).                             00018400
                                                                        00018500
       77 WRK-MODO-EXEC   PIC X(07) VALUE 'PROCESS'.                    00018600
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00018700
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00018800
                                                                        00018900
       77 WRK-TABELA-DB2  PIC X(18) VALUE SPACES.                       00019000
       77 WRK-SW-RETOMADA PIC X(01) VALUE 'N'.                          00019100
           88 WRK-RETOMADA           VALUE 'S'.                         00019200
                                                                        00019300
       01 FILLER          PIC X(64) VALUE                               00019400
           '-----------DATA DE CORTE------------------------'.          00019500
                                                                        00019600
       01 WRK-DATA-HOJE          PIC 9(08) VALUE ZEROES.                00019700
       01 FILLER REDEFINES WRK-DATA-HOJE.                               00019800
          05 WRK-HOJE-ANO        PIC 9(04).                             00019900
          05 WRK-HOJE-MES        PIC 9(02).                             00020000
          05 WRK-HOJE-DIA        PIC 9(02).                             00020100
       01 WRK-CORTE.                                                    00020200
          05 WRK-CORTE-ANO       PIC 9(04).                             00020300
          05 WRK-CORTE-MES       PIC 9(02).                             00020400
          05 WRK-CORTE-DIA       PIC 9(02).                             00020500
       01 WRK-DATA-CORTE REDEFINES WRK-CORTE PIC 9(08).                 00020600
       77 WRK-MESES-CORTE PIC 9(06) VALUE ZEROES.                       00020700
       77 WRK-DIA-EXPURGO PIC 9(08) VALUE ZEROES.                       00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------CONTAGENS E CONFERENCIA--------------'.          00021100
                                                                        00021200
       77 WRK-SQLCODE          PIC -999.                                00021300
       77 WRK-CNT-TOTAL        PIC S9(09) COMP VALUE ZEROES.            00021400
       77 WRK-CNT-VELHAS       PIC S9(09) COMP VALUE ZEROES.            00021500
       77 WRK-TOTAL-ANTES      PIC 9(09) VALUE ZEROES.                  00021600
       77 WRK-VELHAS-ANTES     PIC 9(09) VALUE ZEROES.                  00021700
       77 WRK-TOTAL-DEPOIS     PIC 9(09) VALUE ZEROES.                  00021800
       77 WRK-VELHAS-DEPOIS    PIC 9(09) VALUE ZEROES.                  00021900
       77 WRK-QTD-DESCARREG    PIC 9(09) VALUE ZEROES.                  00022000
       77 WRK-QTD-ARQUIVO      PIC 9(09) VALUE ZEROES.                  00022100
       77 WRK-QTD-EXPURGADAS   PIC 9(09) VALUE ZEROES.                  00022200
       77 WRK-QTD-JA-EXPURG    PIC 9(09) VALUE ZEROES.                  00022300
       77 WRK-QTD-DIAS         PIC 9(05) VALUE ZEROES.                  00022400
       77 WRK-QTD-INCLUIDAS    PIC S9(09) VALUE ZEROES.                 00022500
       77 WRK-SW-CONFERE       PIC X(01) VALUE 'S'.                     00022600
           88 WRK-CONFERE             VALUE 'S'.                        00022700
                                                                        00022800
      *=============================================================*   00022900
       PROCEDURE DIVISION.                                              00023000
      *=============================================================*   00023100
                                                                        00023200
      *-------------------------------------------------------------*   00023300
       0000-PRINCIPAL                           SECTION.                00023400
      *-------------------------------------------------------------*   00023500
                                                                        00023600
            PERFORM 1000-INICIAR.                                       00023700
            PERFORM 1100-CONTAR-LINHAS.                                 00023800
            MOVE WRK-CNT-TOTAL  TO WRK-TOTAL-ANTES.                     00023900
            MOVE WRK-CNT-VELHAS TO WRK-VELHAS-ANTES.                    00024000
            IF WRK-MODO-NORMAL                                          00024100
               IF NOT WRK-RETOMADA                                      00024200
                  PERFORM 2000-DESCARREGAR                              00024300
               END-IF                                                   00024400
               PERFORM 2500-EXPURGAR                                    00024500
               PERFORM 1100-CONTAR-LINHAS                               00024600
               MOVE WRK-CNT-TOTAL  TO WRK-TOTAL-DEPOIS                  00024700
               MOVE WRK-CNT-VELHAS TO WRK-VELHAS-DEPOIS                 00024800
            END-IF.                                                     00024900
            PERFORM 3000-FINALIZAR.                                     00025000
            STOP RUN.                                                   00025100
                                                                        00025200
       0000-99-FIM.              EXIT.                                  00025300
      *-------------------------------------------------------------*   00025400
       1000-INICIAR                             SECTION.                00025500
      *-------------------------------------------------------------*   00025600
                                                                        00025700
            ACCEPT WRK-TABCARD FROM SYSIN.                              00025800
            EVALUATE TRUE                                               00025900
              WHEN WRK-TAB-FUNCHIST                                     00026000
                MOVE 'IVAN.FUNCHIST     ' TO WRK-TABELA-DB2             00026100
                MOVE 'ARQFHIS'            TO WRK-CHK-CHAVE              00026200
              WHEN WRK-TAB-CHECKHIST                                    00026300
                MOVE 'IVAN.CHECKHIST    ' TO WRK-TABELA-DB2             00026400
                MOVE 'ARQCHIS'            TO WRK-CHK-CHAVE              00026500
              WHEN WRK-TAB-LOGERROS                                     00026600
                MOVE 'IVAN.LOGERROS     ' TO WRK-TABELA-DB2             00026700
                MOVE 'ARQLOGE'            TO WRK-CHK-CHAVE              00026800
              WHEN OTHER                                                00026900
                DISPLAY ' TABELA INVALIDA: ' WRK-TAB-NOME               00027000
                MOVE 12 TO RETURN-CODE                                  00027100
                STOP RUN                                                00027200
            END-EVALUATE.                                               00027300
            IF WRK-TAB-RETENCAO NOT NUMERIC                             00027400
               OR WRK-TAB-RETENCAO EQUAL ZEROES                         00027500
               DISPLAY ' MESES DE RETENCAO INVALIDOS: '                 00027600
                       WRK-TABCARD (11:3)                               00027700
               MOVE 12 TO RETURN-CODE                                   00027800
               STOP RUN                                                 00027900
            END-IF.                                                     00028000
                                                                        00028100
            ACCEPT WRK-MODO-EXEC FROM SYSIN.                            00028200
            IF WRK-MODO-EXEC EQUAL SPACES                               00028300
               MOVE 'PROCESS' TO WRK-MODO-EXEC                          00028400
            END-IF.                                                     00028500
            IF WRK-MODO-SIMULACAO                                       00028600
               DISPLAY ' MODO VALIDACAO - NADA SERA DESCARREGADO '      00028700
                       'NEM EXCLUIDO '                                  00028800
            END-IF.                                                     00028900
                                                                        00029000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00029100
            PERFORM 1050-CALCULAR-CORTE.                                00029200
                                                                        00029300
            IF WRK-MODO-NORMAL                                          00029400
               MOVE 'A'    TO WRK-CHK-FUNCAO                            00029500
               MOVE ZEROES TO WRK-CHK-SEQUENCIA                         00029600
               MOVE 1      TO WRK-CHK-INTERVALO                         00029700
               CALL WRK-GRAVCHKP USING WRK-DADOS-CHECKPOINT             00029800
               IF WRK-CHK-ERRO                                          00029900
                  DISPLAY ' FALHA NA ABERTURA DO CHECKPOINT '           00030000
                  MOVE 12 TO RETURN-CODE                                00030100
                  STOP RUN                                              00030200
               END-IF                                                   00030300
               IF WRK-CHK-SEQ-RETOMADA GREATER ZEROES                   00030400
                  MOVE 'S' TO WRK-SW-RETOMADA                           00030500
                  DISPLAY ' RESTART - EXCLUSAO RETOMADA APOS O DIA '    00030600
                          WRK-CHK-SEQ-RETOMADA                          00030700
                  PERFORM 1200-LER-ARQUIVO                              00030800
               END-IF                                                   00030900
            END-IF.                                                     00031000
                                                                        00031100
            DISPLAY ' TABELA.................' WRK-TABELA-DB2.          00031200
            DISPLAY ' RETENCAO (MESES).......' WRK-TAB-RETENCAO.        00031300
            DISPLAY ' DATA DE CORTE..........' WRK-DATA-CORTE.          00031400
                                                                        00031500
       1000-99-FIM.              EXIT.                                  00031600
      *-------------------------------------------------------------*   00031700
       1050-CALCULAR-CORTE                      SECTION.                00031800
      *-------------------------------------------------------------*   00031900
      *   CORTE = DIA 01 DO MES QUE FICA N MESES ANTES DO MES       *   00032000
      *   CORRENTE: O MES EM CURSO E OS N ANTERIORES FICAM NA       *   00032100
      *   TABELA, O RESTO VAI PARA O ARQUIVO.                       *   00032200
      *-------------------------------------------------------------*   00032300
            COMPUTE WRK-MESES-CORTE = WRK-HOJE-ANO * 12                 00032400
                                    + WRK-HOJE-MES - 1                  00032500
                                    - WRK-TAB-RETENCAO.                 00032600
            DIVIDE WRK-MESES-CORTE BY 12 GIVING WRK-CORTE-ANO           00032700
                                      REMAINDER WRK-CORTE-MES.          00032800
            ADD 1 TO WRK-CORTE-MES.                                     00032900
            MOVE 01 TO WRK-CORTE-DIA.                                   00033000
                                                                        00033100
       1050-99-FIM.              EXIT.                                  00033200
      *-------------------------------------------------------------*   00033300
       1100-CONTAR-LINHAS                       SECTION.                00033400
      *-------------------------------------------------------------*   00033500
            EVALUATE TRUE                                               00033600
              WHEN WRK-TAB-FUNCHIST                                     00033700
                EXEC SQL                                                00033800
                  SELECT COUNT(*) INTO :WRK-CNT-TOTAL                   00033900
                    FROM IVAN.FUNCHIST                                  00034000
                END-EXEC                                                00034100
                IF SQLCODE EQUAL 0                                      00034200
                   EXEC SQL                                             00034300
                     SELECT COUNT(*) INTO :WRK-CNT-VELHAS               00034400
                       FROM IVAN.FUNCHIST                               00034500
                      WHERE DATA < :WRK-DATA-CORTE                      00034600
                   END-EXEC                                             00034700
                END-IF                                                  00034800
              WHEN WRK-TAB-CHECKHIST                                    00034900
                EXEC SQL                                                00035000
                  SELECT COUNT(*) INTO :WRK-CNT-TOTAL                   00035100
                    FROM IVAN.CHECKHIST                                 00035200
                END-EXEC                                                00035300
                IF SQLCODE EQUAL 0                                      00035400
                   EXEC SQL                                             00035500
                     SELECT COUNT(*) INTO :WRK-CNT-VELHAS               00035600
                       FROM IVAN.CHECKHIST                              00035700
                      WHERE DATA < :WRK-DATA-CORTE                      00035800
                   END-EXEC                                             00035900
                END-IF                                                  00036000
              WHEN OTHER                                                00036100
                EXEC SQL                                                00036200
                  SELECT COUNT(*) INTO :WRK-CNT-TOTAL                   00036300
                    FROM IVAN.LOGERROS                                  00036400
                END-EXEC                                                00036500
                IF SQLCODE EQUAL 0                                      00036600
                   EXEC SQL                                             00036700
                     SELECT COUNT(*) INTO :WRK-CNT-VELHAS               00036800
                       FROM IVAN.LOGERROS                               00036900
                      WHERE DATA < :WRK-DATA-CORTE                      00037000
                   END-EXEC                                             00037100
                END-IF                                                  00037200
            END-EVALUATE.                                               00037300
            IF SQLCODE NOT EQUAL 0                                      00037400
               MOVE '1100'     TO WRK-SQL-SECAO                         00037500
               MOVE 'COUNT   ' TO WRK-SQL-OPERACAO                      00037600
               PERFORM 9100-ERRO-SQL                                    00037700
            END-IF.                                                     00037800
                                                                        00037900
       1100-99-FIM.              EXIT.                                  00038000
      *-------------------------------------------------------------*   00038100
       1200-LER-ARQUIVO                         SECTION.                00038200
      *-------------------------------------------------------------*   00038300
      *   RESTART: O ARQHIST E O DA EXECUCAO INTERROMPIDA. CONFERE  *   00038400
      *   A TABELA NO CABECALHO, ASSUME O CORTE GRAVADO NELE E      *   00038500
      *   LE ATE O RODAPE (DESCARGA COMPLETA).                      *   00038600
      *-------------------------------------------------------------*   00038700
            OPEN INPUT ARQHIST.                                         00038800
            PERFORM 4000-TESTARSTATUS.                                  00038900
            READ ARQHIST INTO WRK-ARQ-CABECALHO                         00039000
              AT END                                                    00039100
                MOVE 'S' TO WRK-SW-FIM-ARQ                              00039200
            END-READ.                                                   00039300
            IF WRK-FIM-ARQHIST                                          00039400
               OR WRK-ARQC-TIPO NOT EQUAL 'CABECALHO'                   00039500
               OR WRK-ARQC-TABELA NOT EQUAL WRK-TABELA-DB2              00039600
               DISPLAY ' ARQHIST NAO E A DESCARGA DE ' WRK-TABELA-DB2   00039700
                       ' - APONTAR A DD PARA A GERACAO DA EXECUCAO'     00039800
                       ' INTERROMPIDA'                                  00039900
               MOVE 12 TO RETURN-CODE                                   00040000
               STOP RUN                                                 00040100
            END-IF.                                                     00040200
            MOVE WRK-ARQC-CORTE TO WRK-DATA-CORTE.                      00040300
            PERFORM 1210-LER-REGISTRO UNTIL WRK-FIM-ARQHIST.            00040400
            CLOSE ARQHIST.                                              00040500
            IF NOT WRK-ACHOU-RODAPE                                     00040600
               DISPLAY ' ARQHIST SEM RODAPE - DESCARGA INCOMPLETA '     00040700
               MOVE 12 TO RETURN-CODE                                   00040800
               STOP RUN                                                 00040900
            END-IF.                                                     00041000
                                                                        00041100
       1200-99-FIM.              EXIT.                                  00041200
      *-------------------------------------------------------------*   00041300
       1210-LER-REGISTRO                        SECTION.                00041400
      *-------------------------------------------------------------*   00041500
            READ ARQHIST                                                00041600
              AT END                                                    00041700
                MOVE 'S' TO WRK-SW-FIM-ARQ                              00041800
            END-READ.                                                   00041900
            IF NOT WRK-FIM-ARQHIST                                      00042000
               AND FD-ARQHIST (1:6) EQUAL 'RODAPE'                      00042100
               MOVE FD-ARQHIST TO WRK-ARQ-RODAPE                        00042200
               MOVE WRK-ARQR-QTD TO WRK-QTD-ARQUIVO                     00042300
               MOVE 'S' TO WRK-SW-RODAPE                                00042400
            END-IF.                                                     00042500
                                                                        00042600
       1210-99-FIM.              EXIT.                                  00042700
      *-------------------------------------------------------------*   00042800
       2000-DESCARREGAR                         SECTION.                00042900
      *-------------------------------------------------------------*   00043000
            OPEN OUTPUT ARQHIST.                                        00043100
            PERFORM 4000-TESTARSTATUS.                                  00043200
            MOVE WRK-TABELA-DB2   TO WRK-ARQC-TABELA.                   00043300
            MOVE WRK-DATA-HOJE    TO WRK-ARQC-DATA.                     00043400
            MOVE WRK-DATA-CORTE   TO WRK-ARQC-CORTE.                    00043500
            MOVE WRK-TAB-RETENCAO TO WRK-ARQC-RETENCAO.                 00043600
            WRITE FD-ARQHIST FROM WRK-ARQ-CABECALHO.                    00043700
                                                                        00043800
            EVALUATE TRUE                                               00043900
              WHEN WRK-TAB-FUNCHIST                                     00044000
                PERFORM 2100-DESCARREGAR-FUNCHIST                       00044100
              WHEN WRK-TAB-CHECKHIST                                    00044200
                PERFORM 2200-DESCARREGAR-CHECKHIST                      00044300
              WHEN OTHER                                                00044400
                PERFORM 2300-DESCARREGAR-LOGERROS                       00044500
            END-EVALUATE.                                               00044600
                                                                        00044700
            MOVE WRK-QTD-DESCARREG TO WRK-ARQR-QTD.                     00044800
            MOVE WRK-DATA-CORTE    TO WRK-ARQR-CORTE.                   00044900
            WRITE FD-ARQHIST FROM WRK-ARQ-RODAPE.                       00045000
            CLOSE ARQHIST.                                              00045100
            PERFORM 4000-TESTARSTATUS.                                  00045200
            MOVE WRK-QTD-DESCARREG TO WRK-QTD-ARQUIVO.                  00045300
                                                                        00045400
            IF WRK-QTD-DESCARREG NOT EQUAL WRK-VELHAS-ANTES             00045500
               DISPLAY ' DESCARREGADAS ' WRK-QTD-DESCARREG              00045600
                       ' X CONTADAS ' WRK-VELHAS-ANTES                  00045700
                       ' - NADA FOI EXCLUIDO'                           00045800
               MOVE 8 TO RETURN-CODE                                    00045900
               STOP RUN                                                 00046000
            END-IF.                                                     00046100
                                                                        00046200
       2000-99-FIM.              EXIT.                                  00046300
      *-------------------------------------------------------------*   00046400
       2100-DESCARREGAR-FUNCHIST                SECTION.                00046500
      *-------------------------------------------------------------*   00046600
            EXEC SQL                                                    00046700
               OPEN CFHIST                                              00046800
            END-EXEC.                                                   00046900
            IF SQLCODE NOT EQUAL 0                                      00047000
               MOVE '2100'     TO WRK-SQL-SECAO                         00047100
               MOVE 'OPEN    ' TO WRK-SQL-OPERACAO                      00047200
               PERFORM 9100-ERRO-SQL                                    00047300
            END-IF.                                                     00047400
            PERFORM 2110-LER-FUNCHIST.                                  00047500
            PERFORM 2120-GRAVAR-FUNCHIST UNTIL SQLCODE EQUAL 100.       00047600
            EXEC SQL                                                    00047700
               CLOSE CFHIST                                             00047800
            END-EXEC.                                                   00047900
                                                                        00048000
       2100-99-FIM.              EXIT.                                  00048100
      *-------------------------------------------------------------*   00048200
       2110-LER-FUNCHIST                        SECTION.                00048300
      *-------------------------------------------------------------*   00048400
            EXEC SQL                                                    00048500
             FETCH CFHIST                                               00048600
              INTO :WRK-ARQF-ID,                                        00048700
                   :WRK-ARQF-TIPO,                                      00048800
                   :WRK-ARQF-DATA,                                      00048900
                   :WRK-ARQF-HORA,                                      00049000
                   :WRK-ARQF-ANT-NOME,                                  00049100
                   :WRK-ARQF-ANT-SETOR,                                 00049200
                   :WRK-ARQF-ANT-SALARIO,                               00049300
                   :WRK-ARQF-ANT-DATAADM :WRK-NULL-ANT-DATAADM,         00049400
                   :WRK-ARQF-ANT-EMAIL   :WRK-NULL-ANT-EMAIL,           00049500
                   :WRK-ARQF-NOV-NOME,                                  00049600
                   :WRK-ARQF-NOV-SETOR,                                 00049700
                   :WRK-ARQF-NOV-SALARIO,                               00049800
                   :WRK-ARQF-NOV-DATAADM :WRK-NULL-NOV-DATAADM,         00049900
                   :WRK-ARQF-NOV-EMAIL   :WRK-NULL-NOV-EMAIL            00050000
            END-EXEC.                                                   00050100
            EVALUATE SQLCODE                                            00050200
             WHEN 0                                                     00050300
               IF WRK-NULL-ANT-DATAADM EQUAL -1                         00050400
                  MOVE SPACES TO WRK-ARQF-ANT-DATAADM                   00050500
               END-IF                                                   00050600
               IF WRK-NULL-ANT-EMAIL EQUAL -1                           00050700
                  MOVE SPACES TO WRK-ARQF-ANT-EMAIL                     00050800
               END-IF                                                   00050900
               IF WRK-NULL-NOV-DATAADM EQUAL -1                         00051000
                  MOVE SPACES TO WRK-ARQF-NOV-DATAADM                   00051100
               END-IF                                                   00051200
               IF WRK-NULL-NOV-EMAIL EQUAL -1                           00051300
                  MOVE SPACES TO WRK-ARQF-NOV-EMAIL                     00051400
               END-IF                                                   00051500
             WHEN 100                                                   00051600
               CONTINUE                                                 00051700
             WHEN OTHER                                                 00051800
               MOVE '2110'     TO WRK-SQL-SECAO                         00051900
               MOVE 'FETCH   ' TO WRK-SQL-OPERACAO                      00052000
               PERFORM 9100-ERRO-SQL                                    00052100
            END-EVALUATE.                                               00052200
                                                                        00052300
       2110-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2120-GRAVAR-FUNCHIST                     SECTION.                00052600
      *-------------------------------------------------------------*   00052700
            WRITE FD-ARQHIST FROM WRK-ARQ-FUNCHIST.                     00052800
            PERFORM 4000-TESTARSTATUS.                                  00052900
            ADD 1 TO WRK-QTD-DESCARREG.                                 00053000
            PERFORM 2110-LER-FUNCHIST.                                  00053100
                                                                        00053200
       2120-99-FIM.              EXIT.                                  00053300
      *-------------------------------------------------------------*   00053400
       2200-DESCARREGAR-CHECKHIST               SECTION.                00053500
      *-------------------------------------------------------------*   00053600
            EXEC SQL                                                    00053700
               OPEN CCHIST                                              00053800
            END-EXEC.                                                   00053900
            IF SQLCODE NOT EQUAL 0                                      00054000
               MOVE '2200'     TO WRK-SQL-SECAO                         00054100
               MOVE 'OPEN    ' TO WRK-SQL-OPERACAO                      00054200
               PERFORM 9100-ERRO-SQL                                    00054300
            END-IF.                                                     00054400
            PERFORM 2210-LER-CHECKHIST.                                 00054500
            PERFORM 2220-GRAVAR-CHECKHIST UNTIL SQLCODE EQUAL 100.      00054600
            EXEC SQL                                                    00054700
               CLOSE CCHIST                                             00054800
            END-EXEC.                                                   00054900
                                                                        00055000
       2200-99-FIM.              EXIT.                                  00055100
      *-------------------------------------------------------------*   00055200
       2210-LER-CHECKHIST                       SECTION.                00055300
      *-------------------------------------------------------------*   00055400
            EXEC SQL                                                    00055500
             FETCH CCHIST                                               00055600
              INTO :WRK-ARQK-ID,                                        00055700
                   :WRK-ARQK-REGISTRO,                                  00055800
                   :WRK-ARQK-DATA,                                      00055900
                   :WRK-ARQK-HORA,                                      00056000
                   :WRK-ARQK-EVENTO                                     00056100
            END-EXEC.                                                   00056200
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            00056300
               MOVE '2210'     TO WRK-SQL-SECAO                         00056400
               MOVE 'FETCH   ' TO WRK-SQL-OPERACAO                      00056500
               PERFORM 9100-ERRO-SQL                                    00056600
            END-IF.                                                     00056700
                                                                        00056800
       2210-99-FIM.              EXIT.                                  00056900
      *-------------------------------------------------------------*   00057000
       2220-GRAVAR-CHECKHIST                    SECTION.                00057100
      *-------------------------------------------------------------*   00057200
            WRITE FD-ARQHIST FROM WRK-ARQ-CHECKHIST.                    00057300
            PERFORM 4000-TESTARSTATUS.                                  00057400
            ADD 1 TO WRK-QTD-DESCARREG.                                 00057500
            PERFORM 2210-LER-CHECKHIST.                                 00057600
                                                                        00057700
       2220-99-FIM.              EXIT.                                  00057800
      *-------------------------------------------------------------*   00057900
       2300-DESCARREGAR-LOGERROS                SECTION.                00058000
      *-------------------------------------------------------------*   00058100
            EXEC SQL                                                    00058200
               OPEN CLOGER                                              00058300
            END-EXEC.                                                   00058400
            IF SQLCODE NOT EQUAL 0                                      00058500
               MOVE '2300'     TO WRK-SQL-SECAO                         00058600
               MOVE 'OPEN    ' TO WRK-SQL-OPERACAO                      00058700
               PERFORM 9100-ERRO-SQL                                    00058800
            END-IF.                                                     00058900
            PERFORM 2310-LER-LOGERROS.                                  00059000
            PERFORM 2320-GRAVAR-LOGERROS UNTIL SQLCODE EQUAL 100.       00059100
            EXEC SQL                                                    00059200
               CLOSE CLOGER                                             00059300
            END-EXEC.                                                   00059400
                                                                        00059500
       2300-99-FIM.              EXIT.                                  00059600
      *-------------------------------------------------------------*   00059700
       2310-LER-LOGERROS                        SECTION.                00059800
      *-------------------------------------------------------------*   00059900
            EXEC SQL                                                    00060000
             FETCH CLOGER                                               00060100
              INTO :WRK-ARQL-PROGRAMA,                                  00060200
                   :WRK-ARQL-SECAO,                                     00060300
                   :WRK-ARQL-MSGERRO,                                   00060400
                   :WRK-ARQL-STATUS,                                    00060500
                   :WRK-ARQL-DATA,                                      00060600
                   :WRK-ARQL-HORA,                                      00060700
                   :WRK-ARQL-SEVERIDADE,                                00060800
                   :WRK-ARQL-RUNID                                      00060900
            END-EXEC.                                                   00061000
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            00061100
               MOVE '2310'     TO WRK-SQL-SECAO                         00061200
               MOVE 'FETCH   ' TO WRK-SQL-OPERACAO                      00061300
               PERFORM 9100-ERRO-SQL                                    00061400
            END-IF.                                                     00061500
                                                                        00061600
       2310-99-FIM.              EXIT.                                  00061700
      *-------------------------------------------------------------*   00061800
       2320-GRAVAR-LOGERROS                     SECTION.                00061900
      *-------------------------------------------------------------*   00062000
            WRITE FD-ARQHIST FROM WRK-ARQ-LOGERROS.                     00062100
            PERFORM 4000-TESTARSTATUS.                                  00062200
            ADD 1 TO WRK-QTD-DESCARREG.                                 00062300
            PERFORM 2310-LER-LOGERROS.                                  00062400
                                                                        00062500
       2320-99-FIM.              EXIT.                                  00062600
      *-------------------------------------------------------------*   00062700
       2500-EXPURGAR                            SECTION.                00062800
      *-------------------------------------------------------------*   00062900
      *   EXCLUI DIA A DIA. CADA DIA EXCLUIDO VAI AO GRAVCHKP COM   *   00063000
      *   INTERVALO 1: O MODULO COMMITA E ANOTA O DIA, E O RESTART  *   00063100
      *   RECOMECA NO DIA SEGUINTE.                                 *   00063200
      *-------------------------------------------------------------*   00063300
            EVALUATE TRUE                                               00063400
              WHEN WRK-TAB-FUNCHIST                                     00063500
                EXEC SQL                                                00063600
                   OPEN DFHIST                                          00063700
                END-EXEC                                                00063800
              WHEN WRK-TAB-CHECKHIST                                    00063900
                EXEC SQL                                                00064000
                   OPEN DCHIST                                          00064100
                END-EXEC                                                00064200
              WHEN OTHER                                                00064300
                EXEC SQL                                                00064400
                   OPEN DLOGER                                          00064500
                END-EXEC                                                00064600
            END-EVALUATE.                                               00064700
            IF SQLCODE NOT EQUAL 0                                      00064800
               MOVE '2500'     TO WRK-SQL-SECAO                         00064900
               MOVE 'OPEN    ' TO WRK-SQL-OPERACAO                      00065000
               PERFORM 9100-ERRO-SQL                                    00065100
            END-IF.                                                     00065200
                                                                        00065300
            PERFORM 2510-LER-DIA.                                       00065400
            PERFORM 2520-EXPURGAR-DIA UNTIL SQLCODE EQUAL 100.          00065500
                                                                        00065600
            EVALUATE TRUE                                               00065700
              WHEN WRK-TAB-FUNCHIST                                     00065800
                EXEC SQL                                                00065900
                   CLOSE DFHIST                                         00066000
                END-EXEC                                                00066100
              WHEN WRK-TAB-CHECKHIST                                    00066200
                EXEC SQL                                                00066300
                   CLOSE DCHIST                                         00066400
                END-EXEC                                                00066500
              WHEN OTHER                                                00066600
                EXEC SQL                                                00066700
                   CLOSE DLOGER                                         00066800
                END-EXEC                                                00066900
            END-EVALUATE.                                               00067000
                                                                        00067100
            MOVE 'E'    TO WRK-CHK-FUNCAO.                              00067200
            MOVE ZEROES TO WRK-CHK-SEQUENCIA.                           00067300
            CALL WRK-GRAVCHKP USING WRK-DADOS-CHECKPOINT.               00067400
                                                                        00067500
       2500-99-FIM.              EXIT.                                  00067600
      *-------------------------------------------------------------*   00067700
       2510-LER-DIA                             SECTION.                00067800
      *-------------------------------------------------------------*   00067900
            EVALUATE TRUE                                               00068000
              WHEN WRK-TAB-FUNCHIST                                     00068100
                EXEC SQL                                                00068200
                   FETCH DFHIST INTO :WRK-DIA-EXPURGO                   00068300
                END-EXEC                                                00068400
              WHEN WRK-TAB-CHECKHIST                                    00068500
                EXEC SQL                                                00068600
                   FETCH DCHIST INTO :WRK-DIA-EXPURGO                   00068700
                END-EXEC                                                00068800
              WHEN OTHER                                                00068900
                EXEC SQL                                                00069000
                   FETCH DLOGER INTO :WRK-DIA-EXPURGO                   00069100
                END-EXEC                                                00069200
            END-EVALUATE.                                               00069300
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            00069400
               MOVE '2510'     TO WRK-SQL-SECAO                         00069500
               MOVE 'FETCH   ' TO WRK-SQL-OPERACAO                      00069600
               PERFORM 9100-ERRO-SQL                                    00069700
            END-IF.                                                     00069800
                                                                        00069900
       2510-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       2520-EXPURGAR-DIA                        SECTION.                00070200
      *-------------------------------------------------------------*   00070300
            EVALUATE TRUE                                               00070400
              WHEN WRK-TAB-FUNCHIST                                     00070500
                EXEC SQL                                                00070600
                   DELETE FROM IVAN.FUNCHIST                            00070700
                    WHERE DATA = :WRK-DIA-EXPURGO                       00070800
                END-EXEC                                                00070900
              WHEN WRK-TAB-CHECKHIST                                    00071000
                EXEC SQL                                                00071100
                   DELETE FROM IVAN.CHECKHIST                           00071200
                    WHERE DATA = :WRK-DIA-EXPURGO                       00071300
                END-EXEC                                                00071400
              WHEN OTHER                                                00071500
                EXEC SQL                                                00071600
                   DELETE FROM IVAN.LOGERROS                            00071700
                    WHERE DATA = :WRK-DIA-EXPURGO                       00071800
                END-EXEC                                                00071900
            END-EVALUATE.                                               00072000
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            00072100
               MOVE '2520'     TO WRK-SQL-SECAO                         00072200
               MOVE 'DELETE  ' TO WRK-SQL-OPERACAO                      00072300
               PERFORM 9100-ERRO-SQL                                    00072400
            END-IF.                                                     00072500
            IF SQLCODE EQUAL 0                                          00072600
               ADD SQLERRD (3) TO WRK-QTD-EXPURGADAS                    00072700
            END-IF.                                                     00072800
            ADD 1 TO WRK-QTD-DIAS.                                      00072900
                                                                        00073000
            MOVE 'G'             TO WRK-CHK-FUNCAO.                     00073100
            MOVE WRK-DIA-EXPURGO TO WRK-CHK-SEQUENCIA.                  00073200
            CALL WRK-GRAVCHKP USING WRK-DADOS-CHECKPOINT.               00073300
            IF WRK-CHK-ERRO                                             00073400
               DISPLAY ' FALHA NO CHECKPOINT DO DIA ' WRK-DIA-EXPURGO   00073500
               EXEC SQL                                                 00073600
                ROLLBACK                                                00073700
               END-EXEC                                                 00073800
               MOVE 12 TO RETURN-CODE                                   00073900
               STOP RUN                                                 00074000
            END-IF.                                                     00074100
                                                                        00074200
            PERFORM 2510-LER-DIA.                                       00074300
                                                                        00074400
       2520-99-FIM.              EXIT.                                  00074500
      *-------------------------------------------------------------*   00074600
       3000-FINALIZAR                           SECTION.                00074700
      *-------------------------------------------------------------*   00074800
      *   CONFERENCIA: DEPOIS DA EXCLUSAO NAO PODE SOBRAR LINHA     *   00074900
      *   ANTERIOR AO CORTE, E O EXCLUIDO TEM DE SER O CONTADO      *   00075000
      *   ANTES. LINHAS NOVAS GRAVADAS DURANTE A EXECUCAO (O        *   00075100
      *   GRAVALOG E O GRAVCHKP SEGUEM INSERINDO) SAO SO INFORMADAS.*   00075200
      *-------------------------------------------------------------*   00075300
            IF WRK-MODO-NORMAL                                          00075400
               IF WRK-VELHAS-DEPOIS NOT EQUAL ZEROES                    00075500
                  MOVE 'N' TO WRK-SW-CONFERE                            00075600
                  DISPLAY ' AINDA HA ' WRK-VELHAS-DEPOIS                00075700
                          ' LINHAS ANTERIORES AO CORTE'                 00075800
               END-IF                                                   00075900
               IF WRK-QTD-EXPURGADAS NOT EQUAL WRK-VELHAS-ANTES         00076000
                  MOVE 'N' TO WRK-SW-CONFERE                            00076100
                  DISPLAY ' EXCLUIDAS ' WRK-QTD-EXPURGADAS              00076200
                          ' X CONTADAS ANTES ' WRK-VELHAS-ANTES         00076300
               END-IF                                                   00076400
               IF WRK-QTD-ARQUIVO LESS WRK-VELHAS-ANTES                 00076500
                  MOVE 'N' TO WRK-SW-CONFERE                            00076600
                  DISPLAY ' ARQUIVO COM ' WRK-QTD-ARQUIVO               00076700
                          ' LINHAS, MENOS QUE AS ' WRK-VELHAS-ANTES     00076800
                          ' A EXCLUIR'                                  00076900
               ELSE                                                     00077000
                  COMPUTE WRK-QTD-JA-EXPURG = WRK-QTD-ARQUIVO           00077100
                                            - WRK-VELHAS-ANTES          00077200
               END-IF                                                   00077300
               COMPUTE WRK-QTD-INCLUIDAS = WRK-TOTAL-DEPOIS             00077400
                                         - WRK-TOTAL-ANTES              00077500
                                         + WRK-QTD-EXPURGADAS           00077600
            END-IF.                                                     00077700
                                                                        00077800
            DISPLAY ' ============================================'.    00077900
            DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB66           '.   00078000
            DISPLAY ' ============================================'.    00078100
            DISPLAY ' TABELA.....................' WRK-TABELA-DB2.      00078200
            DISPLAY ' DATA DE CORTE..............' WRK-DATA-CORTE.      00078300
            DISPLAY ' LINHAS NA TABELA (ANTES)...' WRK-TOTAL-ANTES.     00078400
            DISPLAY ' ANTERIORES AO CORTE........' WRK-VELHAS-ANTES.    00078500
            IF WRK-MODO-NORMAL                                          00078600
               DISPLAY ' DESCARREGADAS NO ARQHIST...' WRK-QTD-DESCARREG 00078700
               IF WRK-RETOMADA                                          00078800
                  DISPLAY ' NO ARQHIST DA EXECUCAO ANT.' WRK-QTD-ARQUIVO00078900
                  DISPLAY ' JA EXCLUIDAS ANTES DO RESTART'              00079000
                          WRK-QTD-JA-EXPURG                             00079100
               END-IF                                                   00079200
               DISPLAY ' DIAS EXCLUIDOS.............' WRK-QTD-DIAS      00079300
               DISPLAY ' LINHAS EXCLUIDAS...........' WRK-QTD-EXPURGADAS00079400
               DISPLAY ' LINHAS NA TABELA (DEPOIS)..' WRK-TOTAL-DEPOIS  00079500
               DISPLAY ' ANTERIORES AO CORTE (DEPOIS)'                  00079600
                       WRK-VELHAS-DEPOIS                                00079700
               DISPLAY ' INCLUIDAS DURANTE A EXECUCAO'                  00079800
                       WRK-QTD-INCLUIDAS                                00079900
               IF WRK-CONFERE                                           00080000
                  DISPLAY ' CONFERENCIA................OK'              00080100
               ELSE                                                     00080200
                  DISPLAY ' CONFERENCIA................DIVERGENTE'      00080300
                  MOVE 8 TO RETURN-CODE                                 00080400
               END-IF                                                   00080500
            ELSE                                                        00080600
               DISPLAY ' (SIMULACAO - NADA DESCARREGADO OU EXCLUIDO)'   00080700
            END-IF.                                                     00080800
            DISPLAY ' ============================================'.    00080900
                                                                        00081000
       3000-99-FIM.              EXIT.                                  00081100
      *-------------------------------------------------------------*   00081200
       4000-TESTARSTATUS                            SECTION.            00081300
      *-------------------------------------------------------------*   00081400
                 IF WRK-FS-ARQHIST NOT EQUAL 00                         00081500
                   MOVE 'ERRO NO ARQHIST       ' TO WRK-MSGERRO         00081600
                   MOVE '2000'                   TO WRK-SECAO           00081700
                   MOVE WRK-FS-ARQHIST           TO WRK-STATUS          00081800
                    PERFORM 9000-TRATAERROS                             00081900
                 END-IF.                                                00082000
       4000-99-FIM.              EXIT.                                  00082100
                                                                        00082200
      *-------------------------------------------------------------*   00082300
       9000-TRATAERROS                              SECTION.            00082400
      *-------------------------------------------------------------*   00082500
      *   ERRO DE ARQUIVO: DESFAZ O QUE NAO FOI COMMITADO (O       *    00082600
      *   CHECKPOINT FICA NO ULTIMO DIA CONFIRMADO).               *    00082700
      *-------------------------------------------------------------*   00082800
           EXEC SQL                                                     00082900
            ROLLBACK                                                    00083000
           END-EXEC.                                                    00083100
           MOVE 'FR19DB66' TO WRK-PROGRAMA                              00083200
           MOVE 'E'        TO WRK-SEVERIDADE                            00083300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00083400
           MOVE 12 TO RETURN-CODE.                                      00083500
           STOP RUN.                                                    00083600
       9000-99-FIM.              EXIT.                                  00083700
      *-------------------------------------------------------------*   00083800
       9100-ERRO-SQL                                SECTION.            00083900
      *-------------------------------------------------------------*   00084000
      *   O CHAMADOR INFORMA SECAO E OPERACAO; O GRAVASQL FORMATA   *   00084100
      *   E REGISTRA. NENHUM ERRO DE SQL E SALTAVEL AQUI: DESFAZ O  *   00084200
      *   DIA CORRENTE E PARA (O RESTART RETOMA DO CHECKPOINT).     *   00084300
      *-------------------------------------------------------------*   00084400
           MOVE SQLCODE         TO WRK-SQLCODE.                         00084500
           MOVE 'FR19DB66'      TO WRK-SQL-PROGRAMA.                    00084600
           MOVE WRK-TABELA-DB2  TO WRK-SQL-TABELA.                      00084700
           CALL WRK-GRAVASQL USING SQLCA WRK-DADOS-SQLERRO.             00084800
           DISPLAY ' ERRO SQL ' WRK-SQLCODE ' - ENCERRANDO'.            00084900
           EXEC SQL                                                     00085000
            ROLLBACK                                                    00085100
           END-EXEC.                                                    00085200
           MOVE 12 TO RETURN-CODE.                                      00085300
           STOP RUN.                                                    00085400
       9100-99-FIM.              EXIT.                                  00085500
