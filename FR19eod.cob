      *    INFORMADA NAS COLS 12-18 DO CARTAO), O ULTIMO EVENTO DE  *   00007919
      *    IVAN.CHECKHIST COM O REGISTRO - A INSTRUCAO DE RETOMADA  *   00007920
      *    SAI IMPRESSA NO PROPRIO RELATORIO DE FALHA.              *   00007921
      *    COM O PLANO DO DIA (PLANODIA, GERADO DE MANHA PELO       *   00007922
      *    FR19PLAN) O RELEOD TAMBEM CONFERE O PLANEJADO CONTRA O   *   00007923
      *    EXECUTADO: JOB PLANEJADO E NAO EXECUTADO CONTA COMO      *   00007924
      *    FALHA (RC=8) E JOB EXECUTADO FORA DO PLANO COMO ATENCAO  *   00007925
      *    (RC=4). SEM O PLANODIA A CONFERENCIA E DISPENSADA, COM   *   00007926
      *    AVISO; PLANODIA GERADO PARA OUTRA DATA TAMBEM DISPENSA   *   00007927
      *    A CONFERENCIA, COM AVISO NO CONSOLE E NO RELEOD.         *   00007928
      *-------------------------------------------------------------*   00008000
      *   CARTAO SYSIN (UM POR JOB/STEP EXECUTADO NO DIA):          *   00008100
      *    01-08   NOME DO JOB/STEP                                 *   00008200
      *    LOGERROS             I                  #LOGREC          *   00008800
      *    RELEOD               O                  -----------      *   00008900
      *    EODHIST              O (EXTEND)         -----------      *   00008910
      *    PLANODIA             I (OPCIONAL)       -----------      *   00008920
      *-------------------------------------------------------------*   00009000
      *   MODULOS....:                             INCLUDE/BOOK     *   00009100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00009200
                                                                        
            SELECT EODHIST ASSIGN TO EODHIST                            00011210
                 FILE STATUS IS WRK-FS-EODHIST.                         00011220
                                                                        00011230
            SELECT PLANODIA ASSIGN TO PLANODIA                          00011240
                 FILE STATUS IS WRK-FS-PLANODIA.                        00011250
                                                                        00011300
      *=============================================================*   00011400
       DATA                                      DIVISION.              00011500
           RECORDING MODE IS F.                                         00012820
      *-------------------LRECL 63------------------------------------* 00012830
       01 FD-EODHIST            PIC X(63).                              00012840
                                                                        00012850
       FD PLANODIA                                                      00012860
           RECORDING MODE IS F.                                         00012870
      *-------------------LRECL 40------------------------------------* 00012880
       01 FD-PLANODIA.                                                  00012890
          05 FD-PLA-DATA         PIC 9(08).                             00012891
          05 FD-PLA-JOB          PIC X(08).                             00012892
          05 FD-PLA-FREQ         PIC X(01).                             00012893
          05 FD-PLA-SLA          PIC 9(06).                             00012894
          05 FILLER              PIC X(17).                             00012895
                                                                        00012900
      *=============================================================*   00013000
       WORKING-STORAGE                             SECTION.             00013100
       77 WRK-FS-LOGERROS PIC 9(02).                                    00014300
       77 WRK-FS-RELEOD   PIC 9(02).                                    00014400
       77 WRK-FS-EODHIST  PIC 9(02).                                    00014410
       77 WRK-FS-PLANODIA PIC 9(02).                                    00014420
                                                                        00014500
       77 WRK-SW-JOBS     PIC X(01) VALUE 'N'.                          00014600
           88 WRK-FIM-JOBS          VALUE 'S'.                          00014700
           05 FILLER          PIC X(01) VALUE SPACE.                    00018111
           05 WRK-AC2-REGISTRO PIC 9(08).                               00018112
           05 FILLER          PIC X(25) VALUE SPACES.                   00018113
                                                                        00018115
      *-------PLANO DO DIA (FR19PLAN)--------------------------------*  00018117
       77 WRK-SW-PLANO    PIC X(01) VALUE 'N'.                          00018119
           88 WRK-COM-PLANO         VALUE 'S'.                          00018121
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00018124
           88 WRK-FIM-PLANODIA      VALUE 'S'.                          00018126
       77 WRK-DATA-PLANO  PIC 9(08) VALUE ZEROES.                       00018128
       77 WRK-QTD-PLANO   PIC 9(03) VALUE ZEROES.                       00018130
       77 WRK-SUB-PLANO   PIC 9(03) VALUE ZEROES.                       00018132
       77 WRK-QTD-NAOEXEC PIC 9(05) VALUE ZEROES.                       00018134
       77 WRK-QTD-FORAPLANO PIC 9(05) VALUE ZEROES.                     00018136
       01 WRK-TAB-PLANO.                                                00018138
          05 WRK-PLA-LINHA OCCURS 100 TIMES.                            00018141
             10 WRK-TBPLA-JOB      PIC X(08).                           00018143
             10 WRK-TBPLA-EXEC     PIC X(01).                           00018145
                                                                        00018147
       01 WRK-LINHA-FORAPLANO.                                          00018149
           05 FILLER          PIC X(30) VALUE                           00018151
              '  EXECUTADO FORA DO PLANO     '.                         00018153
           05 FILLER          PIC X(50) VALUE SPACES.                   00018155
                                                                        00018158
       01 WRK-LINHA-PLANO.                                              00018160
           05 FILLER          PIC X(30) VALUE                           00018162
              'CONFERENCIA COM O PLANO DE    '.                         00018164
           05 WRK-LPL-DATA    PIC 9(08).                                00018166
           05 FILLER          PIC X(42) VALUE SPACES.                   00018168
                                                                        00018170
       01 WRK-LINHA-NAOEXEC.                                            00018172
           05 FILLER          PIC X(10) VALUE 'JOB......'.              00018175
           05 WRK-LNE-NOME    PIC X(08).                                00018177
           05 FILLER          PIC X(05) VALUE SPACES.                   00018179
           05 FILLER          PIC X(30) VALUE                           00018181
              'PLANEJADO E NAO EXECUTADO     '.                         00018183
           05 FILLER          PIC X(27) VALUE SPACES.                   00018185
                                                                        
       01 WRK-LINHA-PLANOVELHO.                                         00018187
           05 FILLER          PIC X(30) VALUE                           00018189
              'PLANO DO DIA GERADO PARA      '.                         00018192
           05 WRK-LPV-DATA    PIC 9(08).                                00018194
           05 FILLER          PIC X(42) VALUE                           00018196
              ' - FORA DA DATA, SEM CONFERENCIA DO PLANO'.              00018198
                                                                        00018000
      *=============================================================*   00018100
       PROCEDURE DIVISION.                                              00018200
            PERFORM  3000-PROCESSAR-LOGERROS UNTIL WRK-FIM-LOG.         00019100
            PERFORM  1050-LER-JOB.                                      00019200
            PERFORM  2000-PROCESSAR-JOBS UNTIL WRK-FIM-JOBS.            00019300
            PERFORM  2500-CONFERIR-PLANO.                               00019310
            PERFORM  4000-FINALIZAR.                                    00019400
            STOP RUN.                                                   00019500
                                                                        00019600
               PERFORM 5000-TESTARSTATUS.                               00020300
                                                                        
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00020410
               PERFORM 1100-CARREGAR-PLANO.                             00020420
                                                                        00020400
       1000-99-FIM.              EXIT.                                  00020500
      *-------------------------------------------------------------*   00020600
             END-READ.                                                  00022100
                                                                        00022200
       1060-99-FIM.              EXIT.                                  00022300
      *-------------------------------------------------------------*   00022302
       1100-CARREGAR-PLANO                      SECTION.                00022304
      *-------------------------------------------------------------*   00022307
      *   PLANO DO DIA DO FR19PLAN. SEM O ARQUIVO O FIM DE DIA     *    00022309
      *   SEGUE SEM A CONFERENCIA DO PLANEJADO.                    *    00022311
      *-------------------------------------------------------------*   00022313
            OPEN INPUT PLANODIA.                                        00022315
            IF WRK-FS-PLANODIA NOT EQUAL 00                             00022317
               DISPLAY ' PLANODIA INDISPONIVEL (FS=' WRK-FS-PLANODIA    00022320
                       ') - SEM CONFERENCIA DO PLANO'                   00022322
               GO TO 1100-99-FIM.                                       00022324
            MOVE 'S' TO WRK-SW-PLANO.                                   00022326
            PERFORM 1110-LER-PLANO UNTIL WRK-FIM-PLANODIA.              00022328
            CLOSE PLANODIA.                                             00022330
      *----PLANO DE OUTRO DIA NAO SERVE PARA A CONFERENCIA-----------*  00022333
            IF WRK-DATA-PLANO NOT EQUAL WRK-DATA-HOJE                   00022335
               DISPLAY ' PLANODIA DE ' WRK-DATA-PLANO                   00022337
                       ' FORA DA DATA - SEM CONFERENCIA DO PLANO'       00022339
               MOVE WRK-DATA-PLANO TO WRK-LPV-DATA                      00022341
               WRITE FD-RELEOD FROM WRK-LINHA-PLANOVELHO                00022343
               MOVE 'N' TO WRK-SW-PLANO                                 00022346
            END-IF.                                                     00022348
       1100-99-FIM.              EXIT.                                  00022350
      *-------------------------------------------------------------*   00022352
       1110-LER-PLANO                           SECTION.                00022354
      *-------------------------------------------------------------*   00022357
            READ PLANODIA                                               00022359
              AT END                                                    00022361
                MOVE 'S' TO WRK-SW-FIM-PLA                              00022363
            END-READ.                                                   00022365
            IF WRK-FS-PLANODIA EQUAL 00                                 00022367
               MOVE FD-PLA-DATA TO WRK-DATA-PLANO                       00022370
               IF WRK-QTD-PLANO LESS 100                                00022372
                  ADD 1 TO WRK-QTD-PLANO                                00022374
                  MOVE FD-PLA-JOB TO WRK-TBPLA-JOB (WRK-QTD-PLANO)      00022376
                  MOVE 'N'        TO WRK-TBPLA-EXEC (WRK-QTD-PLANO)     00022378
      *----O PROPRIO FIM DE DIA ESTA RODANDO AGORA-------------------*  00022380
                  IF FD-PLA-JOB EQUAL 'FR19EOD'                         00022383
                     MOVE 'S'     TO WRK-TBPLA-EXEC (WRK-QTD-PLANO)     00022385
                  END-IF                                                00022387
               ELSE                                                     00022389
                  DISPLAY ' PLANO DO DIA ESGOTADO (100 JOBS)'           00022391
               END-IF                                                   00022393
            END-IF.                                                     00022396
       1110-99-FIM.              EXIT.                                  00022398
      *-------------------------------------------------------------*   00022400
       2000-PROCESSAR-JOBS                      SECTION.                00022500
      *-------------------------------------------------------------*   00022600
            IF WRK-LIN-JOB-STATUS EQUAL 'FALHA'                         00024460
               PERFORM 2100-LINHAS-DE-ACAO                              00024470
            END-IF.                                                     00024480
                                                                        00024481
            IF WRK-COM-PLANO                                            00024482
               PERFORM 2300-MARCAR-EXECUTADO                            00024483
            END-IF.                                                     00024484
                                                                        
            MOVE WRK-DATA-HOJE       TO WRK-HJ-DATA.                    00024510
            MOVE WRK-JOB-NOME        TO WRK-HJ-NOME.                    00024520
            END-EVALUATE.                                               00025034
                                                                        
       2200-99-FIM.              EXIT.                                  00025035
      *-------------------------------------------------------------*   00025036
       2300-MARCAR-EXECUTADO                    SECTION.                00025037
      *-------------------------------------------------------------*   00025038
      *   JOB DO CARTAO QUE NAO ESTA NO PLANO DO DIA SAI MARCADO   *    00025039
      *   NO RELEOD COMO EXECUTADO FORA DO PLANO.                  *    00025040
      *-------------------------------------------------------------*   00025041
            MOVE 'N' TO WRK-SW-ACHOU.                                   00025042
            MOVE 1 TO WRK-SUB-PLANO.                                    00025043
            PERFORM 2310-PROCURAR-NO-PLANO                              00025044
                    UNTIL WRK-SUB-PLANO GREATER WRK-QTD-PLANO           00025045
                       OR WRK-ACHOU.                                    00025046
            IF NOT WRK-ACHOU                                            00025047
               ADD 1 TO WRK-QTD-FORAPLANO                               00025048
               WRITE FD-RELEOD FROM WRK-LINHA-FORAPLANO                 00025049
            END-IF.                                                     00025050
       2300-99-FIM.              EXIT.                                  00025051
      *-------------------------------------------------------------*   00025052
       2310-PROCURAR-NO-PLANO                   SECTION.                00025053
      *-------------------------------------------------------------*   00025054
            IF WRK-TBPLA-JOB (WRK-SUB-PLANO) EQUAL WRK-JOB-NOME         00025055
               MOVE 'S' TO WRK-TBPLA-EXEC (WRK-SUB-PLANO)               00025056
               MOVE 'S' TO WRK-SW-ACHOU                                 00025057
            END-IF.                                                     00025058
            ADD 1 TO WRK-SUB-PLANO.                                     00025059
       2310-99-FIM.              EXIT.                                  00025060
      *-------------------------------------------------------------*   00025061
       2500-CONFERIR-PLANO                      SECTION.                00025062
      *-------------------------------------------------------------*   00025063
      *   NO FIM DOS CARTOES, JOB DO PLANO SEM CARTAO FOI          *    00025064
      *   PLANEJADO E NAO EXECUTADO.                               *    00025065
      *-------------------------------------------------------------*   00025066
            IF NOT WRK-COM-PLANO                                        00025067
               GO TO 2500-99-FIM.                                       00025068
            MOVE WRK-DATA-PLANO TO WRK-LPL-DATA.                        00025069
            WRITE FD-RELEOD FROM WRK-LINHA-PLANO.                       00025070
            MOVE 1 TO WRK-SUB-PLANO.                                    00025071
            PERFORM 2510-LISTAR-NAO-EXECUTADO                           00025072
                    UNTIL WRK-SUB-PLANO GREATER WRK-QTD-PLANO.          00025073
       2500-99-FIM.              EXIT.                                  00025074
      *-------------------------------------------------------------*   00025075
       2510-LISTAR-NAO-EXECUTADO                SECTION.                00025076
      *-------------------------------------------------------------*   00025077
            IF WRK-TBPLA-EXEC (WRK-SUB-PLANO) EQUAL 'N'                 00025078
               ADD 1 TO WRK-QTD-NAOEXEC                                 00025079
               MOVE WRK-TBPLA-JOB (WRK-SUB-PLANO) TO WRK-LNE-NOME       00025080
               WRITE FD-RELEOD FROM WRK-LINHA-NAOEXEC                   00025081
            END-IF.                                                     00025082
            ADD 1 TO WRK-SUB-PLANO.                                     00025083
       2510-99-FIM.              EXIT.                                  00025084
      *-------------------------------------------------------------*   00025000
       3000-PROCESSAR-LOGERROS                  SECTION.                00025100
      *-------------------------------------------------------------*   00025200
            EVALUATE TRUE                                               00027400
             WHEN WRK-QTD-JOBS-ERRO GREATER ZEROES                      00027500
                  OR WRK-QTD-ERRO GREATER ZEROES                        00027600
                  OR WRK-QTD-NAOEXEC GREATER ZEROES                     00027610
               MOVE 'FALHA'   TO WRK-STATUS-GERAL                       00027700
               MOVE 8 TO RETURN-CODE                                    00027800
             WHEN WRK-QTD-JOBS-ALERTA GREATER ZEROES                    00027900
                  OR WRK-QTD-ALERTA GREATER ZEROES                      00028000
                  OR WRK-QTD-FORAPLANO GREATER ZEROES                   00028010
               MOVE 'ATENCAO' TO WRK-STATUS-GERAL                       00028100
               MOVE 4 TO RETURN-CODE                                    00028200
             WHEN OTHER                                                 00028300
               DISPLAY ' LOGERROS - ERRO.......' WRK-QTD-ERRO.           00029200
               DISPLAY ' LOGERROS - ALERTA.....' WRK-QTD-ALERTA.         00029300
               DISPLAY ' LOGERROS - INFO.......' WRK-QTD-INFO.           00029400
               DISPLAY ' PLANEJADOS NAO EXEC...' WRK-QTD-NAOEXEC.       00029410
               DISPLAY ' EXECUTADOS FORA PLANO.' WRK-QTD-FORAPLANO.     00029420
               DISPLAY ' STATUS GERAL DO DIA...' WRK-STATUS-GERAL.       00029500
                                                                        00029600
       4000-99-FIM.              EXIT.                                  00029700
