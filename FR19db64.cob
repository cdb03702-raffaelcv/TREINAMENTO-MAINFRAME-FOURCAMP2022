      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB64.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONFERENCIA DO RETORNO DA OPERADORA DE          *   00001200
      *    BENEFICIOS (RETOPER) CONTRA O MOVOPER ENVIADO PELO       *   00001300
      *    FR19DB63. CADA MOVIMENTO E LOCALIZADO PELO NUMERO        *   00001400
      *    SEQUENCIAL DEVOLVIDO PELA OPERADORA E MARCADO COMO       *   00001500
      *    ACEITO (A) OU RECUSADO (R, COM O MOTIVO).                *   00001600
      *    SAEM NO RELATORIO OS RECUSADOS, OS SEM RETORNO E OS      *   00001700
      *    RETORNOS QUE NAO CASAM COM O ARQUIVO ENVIADO (NUMERO     *   00001800
      *    INEXISTENTE OU FUNCIONARIO DIFERENTE).                   *   00001900
      *    RODA ANTES DA CONFERENCIA DA FATURA (FR19DB34): RC=4     *   00002000
      *    AVISA QUE HA MOVIMENTO NAO ACEITO E A FATURA PODE VIR    *   00002100
      *    DIVERGENTE.                                              *   00002200
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    MOVOPER              I                  -----------      *   00002600
      *    RETOPER              I                  -----------      *   00002700
      *    RELRETOP             O                  -----------      *   00002800
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK     *   00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003100
      *=============================================================*   00003200
                                                                        00003300
      *=============================================================*   00003400
       ENVIRONMENT                               DIVISION.              00003500
      *=============================================================*   00003600
                                                                        00003700
      *=============================================================*   00003800
       CONFIGURATION                               SECTION.             00003900
      *=============================================================*   00004000
       SPECIAL-NAMES.                                                   00004100
           DECIMAL-POINT IS COMMA.                                      00004200
                                                                        00004300
       INPUT-OUTPUT                                SECTION.             00004400
       FILE-CONTROL.                                                    00004500
            SELECT MOVOPER ASSIGN TO MOVOPER                            00004600
                 FILE STATUS IS WRK-FS-MOVOPER.                         00004700
                                                                        00004800
            SELECT RETOPER ASSIGN TO RETOPER                            00004900
                 FILE STATUS IS WRK-FS-RETOPER.                         00005000
                                                                        00005100
      *--------------ARQUIVOS SAIDAS--------------------------------*   00005200
                                                                        00005300
            SELECT RELRETOP ASSIGN TO RELRETOP                          00005400
                 FILE STATUS IS WRK-FS-RELRETOP.                        00005500
                                                                        00005600
      *=============================================================*   00005700
       DATA                                      DIVISION.              00005800
      *=============================================================*   00005900
       FILE                                      SECTION.               00006000
      *-------------------LRECL 100---------------------------------*   00006100
       FD MOVOPER                                                       00006200
           RECORDING MODE IS F                                          00006300
           LABEL RECORD IS STANDARD                                     00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
       01 FD-MOVOPER.                                                   00006600
          05 FD-MOV-SEQ          PIC X(06).                             00006700
          05 FD-MOV-SEQ-N REDEFINES FD-MOV-SEQ                          00006800
                                 PIC 9(06).                             00006900
          05 FD-MOV-TIPO         PIC X(01).                             00007000
          05 FD-MOV-BENEF        PIC X(01).                             00007100
          05 FD-MOV-IDFUNC       PIC 9(05).                             00007200
          05 FD-MOV-NOME         PIC X(30).                             00007300
          05 FD-MOV-DATANASC     PIC X(10).                             00007400
          05 FD-MOV-PARENTESCO   PIC X(08).                             00007500
          05 FD-MOV-PLANMED      PIC X(10).                             00007600
          05 FD-MOV-PLANDENT     PIC X(10).                             00007700
          05 FD-MOV-DATAEFET     PIC 9(08).                             00007800
          05 FILLER              PIC X(11).                             00007900
                                                                        00008000
      *-------------------LRECL 50----------------------------------*   00008100
       FD RETOPER                                                       00008200
           RECORDING MODE IS F                                          00008300
           LABEL RECORD IS STANDARD                                     00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-RETOPER.                                                   00008600
          05 FD-RET-SEQ          PIC X(06).                             00008700
          05 FD-RET-SEQ-N REDEFINES FD-RET-SEQ                          00008800
                                 PIC 9(06).                             00008900
          05 FD-RET-IDFUNC       PIC 9(05).                             00009000
          05 FD-RET-SITUACAO     PIC X(01).                             00009100
          05 FD-RET-MOTIVO       PIC X(30).                             00009200
          05 FILLER              PIC X(08).                             00009300
                                                                        00009400
      *-------------------LRECL 80----------------------------------*   00009500
       FD RELRETOP                                                      00009600
           RECORDING MODE IS F.                                         00009700
       01 FD-RELRETOP            PIC X(80).                             00009800
                                                                        00009900
      *=============================================================*   00010000
       WORKING-STORAGE                             SECTION.             00010100
      *=============================================================*   00010200
                                                                        00010300
       01 FILLER          PIC X(64) VALUE                               00010400
           '-----------BOOK LOGERROS------------------------'.          00010500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00010600
       COPY '#GLOG'.                                                    00010700
      *-------------------------------------------------------------*   00010800
                                                                        00010900
       01 FILLER          PIC X(64) VALUE                               00011000
           '-----------VARIAVEIS DE STATUS------------------'.          00011100
                                                                        00011200
       77 WRK-FS-MOVOPER  PIC 9(02).                                    00011300
       77 WRK-FS-RETOPER  PIC 9(02).                                    00011400
       77 WRK-FS-RELRETOP PIC 9(02).                                    00011500
                                                                        00011600
       01 FILLER          PIC X(64) VALUE                               00011700
           '-----------MOVIMENTOS ENVIADOS------------------'.          00011800
                                                                        00011900
       77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.                       00012000
       77 WRK-QTD-MOV     PIC 9(05) VALUE ZEROES.                       00012100
       77 WRK-SUB-MOV     PIC 9(05) VALUE ZEROES.                       00012200
       01 WRK-TAB-MOVIMENTO.                                            00012300
          05 WRK-TMOV-LINHA OCCURS 5000 TIMES.                          00012400
             10 WRK-TMOV-SEQ       PIC 9(06).                           00012500
             10 WRK-TMOV-TIPO      PIC X(01).                           00012600
             10 WRK-TMOV-BENEF     PIC X(01).                           00012700
             10 WRK-TMOV-IDFUNC    PIC 9(05).                           00012800
             10 WRK-TMOV-NOME      PIC X(30).                           00012900
             10 WRK-TMOV-SITUACAO  PIC X(01).                           00013000
             10 WRK-TMOV-MOTIVO    PIC X(30).                           00013100
                                                                        00013200
       01 FILLER          PIC X(64) VALUE                               00013300
           '-----------CONTADORES---------------------------'.          00013400
                                                                        00013500
       77 WRK-REGRET      PIC 9(05) VALUE ZEROES.                       00013600
       77 WRK-QTD-ACEITO  PIC 9(05) VALUE ZEROES.                       00013700
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00013800
       77 WRK-QTD-SEMRET  PIC 9(05) VALUE ZEROES.                       00013900
       77 WRK-QTD-INVAL   PIC 9(05) VALUE ZEROES.                       00014000
                                                                        00014100
       01 FILLER          PIC X(64) VALUE                               00014200
           '-----------LINHAS DO RELATORIO------------------'.          00014300
                                                                        00014400
       01 WRK-LINHA-TITULO.                                             00014500
          05 FILLER              PIC X(44) VALUE                        00014600
             'RETORNO DA OPERADORA DE BENEFICIOS         '.             00014700
          05 FILLER              PIC X(07) VALUE 'COMPET.'.             00014800
          05 FILLER              PIC X(01) VALUE SPACE.                 00014900
          05 WRK-TIT-COMPET      PIC X(06).                             00015000
          05 FILLER              PIC X(22) VALUE SPACES.                00015100
                                                                        00015200
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00015300
                                                                        00015400
       01 WRK-LINHA-CABEC.                                              00015500
          05 FILLER              PIC X(40) VALUE                        00015600
             'SEQ    MV B ID    NOME                  '.                00015700
          05 FILLER              PIC X(40) VALUE                        00015800
             'SITUACAO    MOTIVO                      '.                00015900
                                                                        00016000
       01 WRK-LINHA-DETALHE.                                            00016100
          05 WRK-DET-SEQ         PIC X(06).                             00016200
          05 FILLER              PIC X(01) VALUE SPACE.                 00016300
          05 WRK-DET-TIPO        PIC X(01).                             00016400
          05 FILLER              PIC X(02) VALUE SPACES.                00016500
          05 WRK-DET-BENEF       PIC X(01).                             00016600
          05 FILLER              PIC X(01) VALUE SPACE.                 00016700
          05 WRK-DET-ID          PIC 9(05).                             00016800
          05 FILLER              PIC X(01) VALUE SPACE.                 00016900
          05 WRK-DET-NOME        PIC X(21).                             00017000
          05 FILLER              PIC X(01) VALUE SPACE.                 00017100
          05 WRK-DET-SITUACAO    PIC X(11).                             00017200
          05 FILLER              PIC X(01) VALUE SPACE.                 00017300
          05 WRK-DET-MOTIVO      PIC X(28).                             00017400
                                                                        00017500
       01 WRK-LINHA-TOTAL.                                              00017600
          05 WRK-TOT-ROTULO      PIC X(30).                             00017700
          05 WRK-TOT-QTD         PIC ZZZ.ZZ9.                           00017800
          05 FILLER              PIC X(43) VALUE SPACES.                00017900
                                                                        00018000
      *=============================================================*   00018100
       PROCEDURE DIVISION.                                              00018200
      *=============================================================*   00018300
                                                                        00018400
      *-------------------------------------------------------------*   00018500
       0000-PRINCIPAL                           SECTION.                00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
            PERFORM  1000-INICIAR.                                      00018900
                                                                        00019000
            PERFORM  1100-LER-MOVOPER.                                  00019100
            PERFORM  2000-CARREGAR-MOVIMENTO                            00019200
                     UNTIL WRK-FS-MOVOPER EQUAL 10.                     00019300
            PERFORM  1300-IMPRIMIR-CABECALHO.                           00019400
                                                                        00019500
            PERFORM  1200-LER-RETOPER.                                  00019600
            PERFORM  2100-CONFERIR-RETORNO                              00019700
                     UNTIL WRK-FS-RETOPER EQUAL 10.                     00019800
                                                                        00019900
            MOVE 1 TO WRK-SUB-MOV.                                      00020000
            PERFORM  2200-LISTAR-PENDENTE                               00020100
                     UNTIL WRK-SUB-MOV GREATER WRK-QTD-MOV.             00020200
                                                                        00020300
            PERFORM  3000-FINALIZAR.                                    00020400
                                                                        00020500
            STOP RUN.                                                   00020600
                                                                        00020700
      *-------------------------------------------------------------*   00020800
       1000-INICIAR                             SECTION.                00020900
      *-------------------------------------------------------------*   00021000
             OPEN INPUT  MOVOPER RETOPER                                00021100
                  OUTPUT RELRETOP.                                      00021200
                                                                        00021300
               PERFORM 4000-TESTARSTATUS.                               00021400
       1000-99-FIM.              EXIT.                                  00021500
      *-------------------------------------------------------------*   00021600
       1100-LER-MOVOPER                         SECTION.                00021700
      *-------------------------------------------------------------*   00021800
                 READ MOVOPER.                                          00021900
                 PERFORM 4100-TESTARSTATUS-MOVOPER.                     00022000
       1100-99-FIM.              EXIT.                                  00022100
      *-------------------------------------------------------------*   00022200
       1200-LER-RETOPER                         SECTION.                00022300
      *-------------------------------------------------------------*   00022400
                 READ RETOPER.                                          00022500
                 PERFORM 4200-TESTARSTATUS-RETOPER.                     00022600
       1200-99-FIM.              EXIT.                                  00022700
      *-------------------------------------------------------------*   00022800
       1300-IMPRIMIR-CABECALHO                  SECTION.                00022900
      *-------------------------------------------------------------*   00023000
             MOVE WRK-COMPETENCIA TO WRK-TIT-COMPET.                    00023100
             WRITE FD-RELRETOP FROM WRK-LINHA-TRACO.                    00023200
             WRITE FD-RELRETOP FROM WRK-LINHA-TITULO.                   00023300
             WRITE FD-RELRETOP FROM WRK-LINHA-TRACO.                    00023400
             WRITE FD-RELRETOP FROM WRK-LINHA-CABEC.                    00023500
             WRITE FD-RELRETOP FROM WRK-LINHA-TRACO.                    00023600
       1300-99-FIM.              EXIT.                                  00023700
      *-------------------------------------------------------------*   00023800
       2000-CARREGAR-MOVIMENTO                  SECTION.                00023900
      *-------------------------------------------------------------*   00024000
      *----CABECALHO TRAZ A COMPETENCIA; RODAPE E IGNORADO-----------*  00024100
            IF FD-MOV-SEQ EQUAL 'CABECA'                                00024200
               MOVE FD-MOVOPER (20:6) TO WRK-COMPETENCIA                00024300
            END-IF.                                                     00024400
            IF FD-MOV-SEQ IS NUMERIC                                    00024500
               IF WRK-QTD-MOV LESS 5000                                 00024600
                  ADD 1 TO WRK-QTD-MOV                                  00024700
                  MOVE FD-MOV-SEQ-N  TO WRK-TMOV-SEQ (WRK-QTD-MOV)      00024800
                  MOVE FD-MOV-TIPO   TO WRK-TMOV-TIPO (WRK-QTD-MOV)     00024900
                  MOVE FD-MOV-BENEF  TO WRK-TMOV-BENEF (WRK-QTD-MOV)    00025000
                  MOVE FD-MOV-IDFUNC TO WRK-TMOV-IDFUNC (WRK-QTD-MOV)   00025100
                  MOVE FD-MOV-NOME   TO WRK-TMOV-NOME (WRK-QTD-MOV)     00025200
                  MOVE SPACE      TO WRK-TMOV-SITUACAO (WRK-QTD-MOV)    00025300
                  MOVE SPACES     TO WRK-TMOV-MOTIVO (WRK-QTD-MOV)      00025400
               ELSE                                                     00025500
                  DISPLAY ' TABELA DE MOVIMENTOS ESGOTADA (5000)'       00025600
               END-IF                                                   00025700
            END-IF.                                                     00025800
            PERFORM 1100-LER-MOVOPER.                                   00025900
       2000-99-FIM.              EXIT.                                  00026000
      *-------------------------------------------------------------*   00026100
       2100-CONFERIR-RETORNO                    SECTION.                00026200
      *-------------------------------------------------------------*   00026300
            IF FD-RET-SEQ IS NOT NUMERIC                                00026400
               PERFORM 1200-LER-RETOPER                                 00026500
               GO TO 2100-99-FIM                                        00026600
            END-IF.                                                     00026700
            ADD 1 TO WRK-REGRET.                                        00026800
                                                                        00026900
      *----O SEQUENCIAL DO FR19DB63 E A POSICAO NA TABELA------------*  00027000
            MOVE FD-RET-SEQ-N TO WRK-SUB-MOV.                           00027100
            IF WRK-SUB-MOV EQUAL ZEROES                                 00027200
               OR WRK-SUB-MOV GREATER WRK-QTD-MOV                       00027300
               MOVE 'NUMERO INEXISTENTE NO ENVIO' TO WRK-DET-MOTIVO     00027400
               PERFORM 2150-LISTAR-INVALIDO                             00027500
               PERFORM 1200-LER-RETOPER                                 00027600
               GO TO 2100-99-FIM                                        00027700
            END-IF.                                                     00027800
            IF WRK-TMOV-IDFUNC (WRK-SUB-MOV) NOT EQUAL FD-RET-IDFUNC    00027900
               MOVE 'FUNCIONARIO NAO CONFERE'  TO WRK-DET-MOTIVO        00028000
               PERFORM 2150-LISTAR-INVALIDO                             00028100
               PERFORM 1200-LER-RETOPER                                 00028200
               GO TO 2100-99-FIM                                        00028300
            END-IF.                                                     00028400
                                                                        00028500
            MOVE FD-RET-SITUACAO TO WRK-TMOV-SITUACAO (WRK-SUB-MOV).    00028600
            MOVE FD-RET-MOTIVO   TO WRK-TMOV-MOTIVO (WRK-SUB-MOV).      00028700
            PERFORM 1200-LER-RETOPER.                                   00028800
                                                                        00028900
       2100-99-FIM.              EXIT.                                  00029000
      *-------------------------------------------------------------*   00029100
       2150-LISTAR-INVALIDO                     SECTION.                00029200
      *-------------------------------------------------------------*   00029300
            MOVE FD-RET-SEQ     TO WRK-DET-SEQ.                         00029400
            MOVE SPACE          TO WRK-DET-TIPO WRK-DET-BENEF.          00029500
            MOVE FD-RET-IDFUNC  TO WRK-DET-ID.                          00029600
            MOVE SPACES         TO WRK-DET-NOME.                        00029700
            MOVE 'INVALIDO'     TO WRK-DET-SITUACAO.                    00029800
            WRITE FD-RELRETOP FROM WRK-LINHA-DETALHE.                   00029900
            ADD 1 TO WRK-QTD-INVAL.                                     00030000
       2150-99-FIM.              EXIT.                                  00030100
      *-------------------------------------------------------------*   00030200
       2200-LISTAR-PENDENTE                     SECTION.                00030300
      *-------------------------------------------------------------*   00030400
            EVALUATE WRK-TMOV-SITUACAO (WRK-SUB-MOV)                    00030500
              WHEN 'A'                                                  00030600
                ADD 1 TO WRK-QTD-ACEITO                                 00030700
              WHEN 'R'                                                  00030800
                MOVE 'RECUSADO'   TO WRK-DET-SITUACAO                   00030900
                MOVE WRK-TMOV-MOTIVO (WRK-SUB-MOV) TO WRK-DET-MOTIVO    00031000
                PERFORM 2250-GRAVAR-DETALHE                             00031100
                ADD 1 TO WRK-QTD-RECUSA                                 00031200
              WHEN OTHER                                                00031300
                MOVE 'SEM RETORNO' TO WRK-DET-SITUACAO                  00031400
                MOVE SPACES        TO WRK-DET-MOTIVO                    00031500
                PERFORM 2250-GRAVAR-DETALHE                             00031600
                ADD 1 TO WRK-QTD-SEMRET                                 00031700
            END-EVALUATE.                                               00031800
            ADD 1 TO WRK-SUB-MOV.                                       00031900
       2200-99-FIM.              EXIT.                                  00032000
      *-------------------------------------------------------------*   00032100
       2250-GRAVAR-DETALHE                      SECTION.                00032200
      *-------------------------------------------------------------*   00032300
            MOVE WRK-TMOV-SEQ (WRK-SUB-MOV)    TO WRK-DET-SEQ.          00032400
            MOVE WRK-TMOV-TIPO (WRK-SUB-MOV)   TO WRK-DET-TIPO.         00032500
            MOVE WRK-TMOV-BENEF (WRK-SUB-MOV)  TO WRK-DET-BENEF.        00032600
            MOVE WRK-TMOV-IDFUNC (WRK-SUB-MOV) TO WRK-DET-ID.           00032700
            MOVE WRK-TMOV-NOME (WRK-SUB-MOV)   TO WRK-DET-NOME.         00032800
            WRITE FD-RELRETOP FROM WRK-LINHA-DETALHE.                   00032900
       2250-99-FIM.              EXIT.                                  00033000
      *-------------------------------------------------------------*   00033100
       3000-FINALIZAR                           SECTION.                00033200
      *-------------------------------------------------------------*   00033300
             WRITE FD-RELRETOP FROM WRK-LINHA-TRACO.                    00033400
             MOVE 'MOVIMENTOS ENVIADOS.........: ' TO WRK-TOT-ROTULO.   00033500
             MOVE WRK-QTD-MOV TO WRK-TOT-QTD.                           00033600
             WRITE FD-RELRETOP FROM WRK-LINHA-TOTAL.                    00033700
             MOVE 'ACEITOS PELA OPERADORA......: ' TO WRK-TOT-ROTULO.   00033800
             MOVE WRK-QTD-ACEITO TO WRK-TOT-QTD.                        00033900
             WRITE FD-RELRETOP FROM WRK-LINHA-TOTAL.                    00034000
             MOVE 'RECUSADOS...................: ' TO WRK-TOT-ROTULO.   00034100
             MOVE WRK-QTD-RECUSA TO WRK-TOT-QTD.                        00034200
             WRITE FD-RELRETOP FROM WRK-LINHA-TOTAL.                    00034300
             MOVE 'SEM RETORNO.................: ' TO WRK-TOT-ROTULO.   00034400
             MOVE WRK-QTD-SEMRET TO WRK-TOT-QTD.                        00034500
             WRITE FD-RELRETOP FROM WRK-LINHA-TOTAL.                    00034600
             MOVE 'RETORNOS INVALIDOS..........: ' TO WRK-TOT-ROTULO.   00034700
             MOVE WRK-QTD-INVAL TO WRK-TOT-QTD.                         00034800
             WRITE FD-RELRETOP FROM WRK-LINHA-TOTAL.                    00034900
             WRITE FD-RELRETOP FROM WRK-LINHA-TRACO.                    00035000
                                                                        00035100
             CLOSE MOVOPER RETOPER RELRETOP.                            00035200
              DISPLAY ' ============================================'.  00035300
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB64          '.  00035400
              DISPLAY ' ============================================'.  00035500
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00035600
              DISPLAY ' MOVIMENTOS ENVIADOS........' WRK-QTD-MOV.       00035700
              DISPLAY ' RETORNOS LIDOS.............' WRK-REGRET.        00035800
              DISPLAY ' ACEITOS....................' WRK-QTD-ACEITO.    00035900
              DISPLAY ' RECUSADOS..................' WRK-QTD-RECUSA.    00036000
              DISPLAY ' SEM RETORNO................' WRK-QTD-SEMRET.    00036100
              DISPLAY ' RETORNOS INVALIDOS.........' WRK-QTD-INVAL.     00036200
              DISPLAY ' ============================================'.  00036300
              IF WRK-QTD-RECUSA GREATER ZEROES                          00036400
                 OR WRK-QTD-SEMRET GREATER ZEROES                       00036500
                 OR WRK-QTD-INVAL GREATER ZEROES                        00036600
                 DISPLAY ' HA MOVIMENTO NAO ACEITO PELA OPERADORA'      00036700
                 MOVE 4 TO RETURN-CODE                                  00036800
              END-IF.                                                   00036900
                                                                        00037000
       3000-99-FIM.              EXIT.                                  00037100
      *-------------------------------------------------------------*   00037200
       4000-TESTARSTATUS                            SECTION.            00037300
      *-------------------------------------------------------------*   00037400
                 PERFORM 4100-TESTARSTATUS-MOVOPER.                     00037500
                 PERFORM 4200-TESTARSTATUS-RETOPER.                     00037600
                 IF WRK-FS-RELRETOP NOT EQUAL 00                        00037700
                   MOVE 'ERRO NO OPEN RELRETOP ' TO WRK-MSGERRO         00037800
                   MOVE '1000'                   TO WRK-SECAO           00037900
                   MOVE WRK-FS-RELRETOP          TO WRK-STATUS          00038000
                    PERFORM 9000-TRATAERROS                             00038100
                 END-IF.                                                00038200
                                                                        00038300
       4000-99-FIM.              EXIT.                                  00038400
      *-------------------------------------------------------------*   00038500
       4100-TESTARSTATUS-MOVOPER                    SECTION.            00038600
      *-------------------------------------------------------------*   00038700
               IF WRK-FS-MOVOPER NOT EQUAL 00                           00038800
                           AND WRK-FS-MOVOPER NOT EQUAL 10              00038900
                 MOVE 'ERRO NO MOVOPER       ' TO WRK-MSGERRO           00039000
                 MOVE '1100'                   TO WRK-SECAO             00039100
                 MOVE WRK-FS-MOVOPER           TO WRK-STATUS            00039200
                  PERFORM 9000-TRATAERROS                               00039300
               END-IF.                                                  00039400
                                                                        00039500
       4100-99-FIM.              EXIT.                                  00039600
      *-------------------------------------------------------------*   00039700
       4200-TESTARSTATUS-RETOPER                    SECTION.            00039800
      *-------------------------------------------------------------*   00039900
               IF WRK-FS-RETOPER NOT EQUAL 00                           00040000
                           AND WRK-FS-RETOPER NOT EQUAL 10              00040100
                 MOVE 'ERRO NO RETOPER       ' TO WRK-MSGERRO           00040200
                 MOVE '1200'                   TO WRK-SECAO             00040300
                 MOVE WRK-FS-RETOPER           TO WRK-STATUS            00040400
                  PERFORM 9000-TRATAERROS                               00040500
               END-IF.                                                  00040600
                                                                        00040700
       4200-99-FIM.              EXIT.                                  00040800
      *-------------------------------------------------------------*   00040900
       9000-TRATAERROS                              SECTION.            00041000
      *-------------------------------------------------------------*   00041100
           MOVE 'FR19DB64' TO WRK-PROGRAMA                              00041200
           MOVE 'E'        TO WRK-SEVERIDADE                            00041300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00041400
           GOBACK.                                                      00041500
                                                                        00041600
       9000-99-FIM.              EXIT.                                  00041700
