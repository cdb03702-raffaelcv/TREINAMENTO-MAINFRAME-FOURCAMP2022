      *    SEGUINTE, CONCATENAR OS 42 PRIMEIROS BYTES DO ESPERA    *    00002900
      *    ANTERIOR ANTES DO ALUNOS NO SORT (OPCAO EQUALS), QUE    *    00003000
      *    ASSIM MANTEM A PRIORIDADE DE QUEM JA ESPERAVA.          *    00003100
      *    ALUNO INADIMPLENTE NAO RENOVA MATRICULA: O INADIMP DO   *    00003114
      *    ARQ1914 (MENSALIDADE RECUSADA OU TITULO EM ATRASO) E    *    00003128
      *    CARREGADO EM MEMORIA, SOMADO POR MATRICULA, E O PEDIDO  *    00003142
      *    DO DEVEDOR VAI PARA O PENDINAD COM O VALOR DEVIDO, SEM  *    00003157
      *    OCUPAR VAGA NEM FILA. SEM INADIMP (FS 35) NINGUEM E     *    00003171
      *    BLOQUEADO.                                              *    00003185
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    ARQSEMCURSO          O                  -----------      *   00004000
      *    ESPERA               O                  -----------      *   00004100
      *    RELVAGA              O                  -----------      *   00004200
      *    INADIMP              I                  -----------      *   00004233
      *    PENDINAD             O                  -----------      *   00004266
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004500
                                                                        00008500
            SELECT RELVAGA ASSIGN TO RELVAGA                            00008600
                 FILE STATUS IS WRK-FS-RELVAGA.                         00008700
                                                                        00008714
            SELECT INADIMP ASSIGN TO INADIMP                            00008728
                 FILE STATUS IS WRK-FS-INADIMP.                         00008742
                                                                        00008757
            SELECT PENDINAD ASSIGN TO PENDINAD                          00008771
                 FILE STATUS IS WRK-FS-PENDINAD.                        00008785
                                                                        00008800
      *=============================================================*   00008900
       DATA                                      DIVISION.              00009000
           RECORDING MODE IS F.                                         00016600
      *-----------------------LRECL 80------------------------------*   00016700
       01 FD-RELVAGA             PIC X(80).                             00016800
                                                                        00016803
       FD INADIMP                                                       00016806
           RECORDING MODE IS F                                          00016810
           LABEL RECORD IS STANDARD                                     00016813
           BLOCK CONTAINS 0 RECORDS.                                    00016817
      *-----------------------LRECL 80------------------------------*   00016820
       01 FD-INADIMP.                                                   00016824
          05 FD-IN-MATRICULA     PIC 9(06).                             00016827
          05 FD-IN-NOME          PIC X(30).                             00016831
          05 FD-IN-CURSO         PIC X(04).                             00016834
          05 FD-IN-TURMA         PIC X(02).                             00016837
          05 FD-IN-ORIGEM        PIC X(01).                             00016841
          05 FD-IN-VENCIMENTO    PIC 9(08).                             00016844
          05 FD-IN-DIAS          PIC 9(05).                             00016848
          05 FD-IN-VALOR         PIC 9(09)V99.                          00016851
          05 FD-IN-NOSSONUM      PIC 9(10).                             00016855
          05 FILLER              PIC X(03).                             00016858
                                                                        00016862
       FD PENDINAD                                                      00016865
           RECORDING MODE IS F.                                         00016868
      *-----------------------LRECL 60------------------------------*   00016872
       01 FD-PENDINAD.                                                  00016875
          05 FD-PI-MATRICULA     PIC 9(06).                             00016879
          05 FD-PI-NOME          PIC X(30).                             00016882
          05 FD-PI-CURSO         PIC X(04).                             00016886
          05 FD-PI-TURMA         PIC X(02).                             00016889
          05 FD-PI-VALOR         PIC 9(09)V99.                          00016893
          05 FILLER              PIC X(07).                             00016896
                                                                        00016900
      *=============================================================*   00017000
       WORKING-STORAGE                             SECTION.             00017100
       77 WRK-FS-ESPERA      PIC 9(02).                                 00018800
       77 WRK-FS-RELVAGA     PIC 9(02).                                 00018900
       77 WRK-FS-TURMAS      PIC 9(02).                                 00019000
       77 WRK-FS-INADIMP     PIC 9(02).                                 00019033
       77 WRK-FS-PENDINAD    PIC 9(02).                                 00019066
                                                                        00019100
      *-------------------------------------------------------------*   00019200
       01 FILLER          PIC X(70) VALUE                               00019300
       77 WRK-REGESPERA      PIC 9(05) VALUE ZEROES.                    00020000
       77 WRK-REGSEMTURMA    PIC 9(05) VALUE ZEROES.                    00020100
       77 WRK-REGDESATIV     PIC 9(05) VALUE ZEROES.                    00020200
       77 WRK-REGPENDINAD    PIC 9(05) VALUE ZEROES.                    00020250
       77 WRK-VAGAS-LIVRES   PIC S9(03) VALUE ZEROES.                   00020300
                                                                        00020400
      *-------TURMAS CARREGADAS EM MEMORIA---------------------------*  00020500
             10 WRK-TBTUR-VAGAS    PIC 9(03).                           00021700
             10 WRK-TBTUR-MATRIC   PIC 9(03).                           00021800
             10 WRK-TBTUR-ESPERA   PIC 9(03).                           00021900
                                                                        00021906
      *-------DEVEDORES DO INADIMP (VALOR SOMADO POR MATRICULA)------*  00021913
       77 WRK-SW-FIM-INA     PIC X(01) VALUE 'N'.                       00021920
           88 WRK-FIM-INADIMP         VALUE 'S'.                        00021926
       77 WRK-SW-DEVEDOR     PIC X(01) VALUE 'N'.                       00021933
           88 WRK-ALUNO-DEVEDOR       VALUE 'S'.                        00021940
       77 WRK-QTD-INA        PIC 9(03) VALUE ZEROES.                    00021946
       77 WRK-SUB-INA        PIC 9(03) VALUE ZEROES.                    00021953
       77 WRK-IND-INA        PIC 9(03) VALUE ZEROES.                    00021960
       77 WRK-MATRIC-DEVEDOR PIC 9(06) VALUE ZEROES.                    00021966
       01 WRK-TAB-INA.                                                  00021973
          05 WRK-INA-LINHA OCCURS 500 TIMES.                            00021980
             10 WRK-TBINA-MATRICULA PIC 9(06).                          00021986
             10 WRK-TBINA-VALOR     PIC 9(09)V99.                       00021993
                                                                        00022000
      *-------------------LRECL 80------------------------------------* 00022100
       01 WRK-RELREC-CAB.                                               00022200
      *-------------------------------------------------------------*   00030600
             OPEN INPUT  ALUNOS CURSOS TURMAS                           00030700
                  OUTPUT RELREC ALUCURSO ARQSEMCURSO ESPERA             00030800
                         RELVAGA PENDINAD.                              00030900
                                                                        00031000
               PERFORM 4000-TESTARSTATUS.                               00031100
                                                                        00031200
               PERFORM 1400-CARREGAR-TURMAS UNTIL WRK-FIM-TURMAS.       00031300
               CLOSE TURMAS.                                            00031400
               PERFORM 4700-TESTARSTATUS-TURMAS.                        00031500
                                                                        00031510
               OPEN INPUT INADIMP.                                      00031520
               IF WRK-FS-INADIMP NOT EQUAL 00                           00031530
                  DISPLAY ' SEM INADIMP (FS=' WRK-FS-INADIMP            00031540
                          ') - NENHUM ALUNO BLOQUEADO'                  00031550
               ELSE                                                     00031560
                  PERFORM 1500-CARREGAR-INADIMP UNTIL WRK-FIM-INADIMP   00031570
                  CLOSE INADIMP                                         00031580
               END-IF.                                                  00031590
                                                                        00031600
               ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.                  00031700
               WRITE FD-RELREC FROM WRK-RELREC-CAB.                     00031800
                 END-IF.                                                00039000
                                                                        00039100
       1400-99-FIM.              EXIT.                                  00039200
      *-------------------------------------------------------------*   00039203
       1500-CARREGAR-INADIMP                    SECTION.                00039206
      *-------------------------------------------------------------*   00039209
      *   SOMA O VALOR DEVIDO POR MATRICULA; CABECALHO E RODAPE DO  *   00039212
      *   INADIMP SAO IGNORADOS.                                    *   00039215
      *-------------------------------------------------------------*   00039218
                 READ INADIMP                                           00039221
                   AT END                                               00039224
                     MOVE 'S' TO WRK-SW-FIM-INA                         00039227
                 END-READ.                                              00039230
                 PERFORM 4900-TESTARSTATUS-INADIMP.                     00039233
                 IF WRK-FS-INADIMP EQUAL 00                             00039236
                    AND FD-INADIMP (1:9) NOT EQUAL 'CABECALHO'          00039239
                    AND FD-INADIMP (1:6) NOT EQUAL 'RODAPE'             00039242
                    MOVE FD-IN-MATRICULA TO WRK-MATRIC-DEVEDOR          00039245
                    PERFORM 2070-PROCURAR-DEBITO                        00039248
                    EVALUATE TRUE                                       00039251
                     WHEN WRK-ALUNO-DEVEDOR                             00039254
                       ADD FD-IN-VALOR TO WRK-TBINA-VALOR (WRK-IND-INA) 00039257
                     WHEN WRK-QTD-INA LESS 500                          00039260
                       ADD 1 TO WRK-QTD-INA                             00039263
                       MOVE FD-IN-MATRICULA                             00039266
                            TO WRK-TBINA-MATRICULA (WRK-QTD-INA)        00039269
                       MOVE FD-IN-VALOR                                 00039272
                            TO WRK-TBINA-VALOR (WRK-QTD-INA)            00039275
                     WHEN OTHER                                         00039278
                       DISPLAY ' TABELA DE DEVEDORES CHEIA (500) '      00039281
                               FD-IN-MATRICULA                          00039284
                    END-EVALUATE                                        00039287
                 END-IF.                                                00039290
                                                                        00039293
       1500-99-FIM.              EXIT.                                  00039296
      *-------------------------------------------------------------*   00039300
       2000-PROCESSAR                           SECTION.                00039400
      *-------------------------------------------------------------*   00039500
               PERFORM 1200-LER-ALUNO                                   00040400
             WHEN FD-ALUNOS-CURSO EQUAL FD-CURSOS-CODIGO                00040500
               PERFORM 2050-PROCURAR-TURMA                              00040600
               MOVE FD-ALUNOS-MATRICULA TO WRK-MATRIC-DEVEDOR           00040633
               PERFORM 2070-PROCURAR-DEBITO                             00040666
               EVALUATE TRUE                                            00040700
      *---------CURSO DESATIVADO NAO RECEBE MATRICULA NOVA----------*   00040800
                WHEN FD-CURSOS-STATUS EQUAL 'D'                         00040900
                  MOVE FD-ALUNOS-TURMA     TO FD-SC-TURMA               00042000
                  WRITE FD-ARQSEMCURSO                                  00042100
                  ADD 1 TO WRK-REGSEMTURMA                              00042200
      *---------ALUNO COM MENSALIDADE EM ATRASO FICA PENDENTE-------*   00042225
                WHEN WRK-ALUNO-DEVEDOR                                  00042250
                  PERFORM 2200-GRAVAR-PENDENTE                          00042275
                WHEN WRK-TBTUR-VAGAS (WRK-IND-TUR) EQUAL ZEROES         00042300
                     OR WRK-TBTUR-MATRIC (WRK-IND-TUR) LESS             00042400
                        WRK-TBTUR-VAGAS (WRK-IND-TUR)                   00042500
            END-IF.                                                     00046400
            ADD 1 TO WRK-SUB-TUR.                                       00046500
       2060-99-FIM.              EXIT.                                  00046600
      *-------------------------------------------------------------*   00046604
       2070-PROCURAR-DEBITO                     SECTION.                00046608
      *-------------------------------------------------------------*   00046612
      *   LOCALIZA A MATRICULA NA TABELA DE DEVEDORES DO INADIMP.   *   00046616
      *-------------------------------------------------------------*   00046620
            MOVE 'N'    TO WRK-SW-DEVEDOR.                              00046625
            MOVE ZEROES TO WRK-IND-INA.                                 00046629
            MOVE 1 TO WRK-SUB-INA.                                      00046633
            PERFORM 2080-COMPARAR-DEBITO                                00046637
                    UNTIL WRK-SUB-INA GREATER WRK-QTD-INA               00046641
                       OR WRK-ALUNO-DEVEDOR.                            00046645
                                                                        00046650
       2070-99-FIM.              EXIT.                                  00046654
      *-------------------------------------------------------------*   00046658
       2080-COMPARAR-DEBITO                     SECTION.                00046662
      *-------------------------------------------------------------*   00046666
            IF WRK-TBINA-MATRICULA (WRK-SUB-INA) EQUAL                  00046670
               WRK-MATRIC-DEVEDOR                                       00046675
               MOVE 'S' TO WRK-SW-DEVEDOR                               00046679
               MOVE WRK-SUB-INA TO WRK-IND-INA                          00046683
            END-IF.                                                     00046687
            ADD 1 TO WRK-SUB-INA.                                       00046691
       2080-99-FIM.              EXIT.                                  00046695
      *-------------------------------------------------------------*   00046700
       2100-GRAVAR-ESPERA                       SECTION.                00046800
      *-------------------------------------------------------------*   00046900
            WRITE FD-ESPERA.                                            00048100
                                                                        00048200
       2100-99-FIM.              EXIT.                                  00048300
      *-------------------------------------------------------------*   00048305
       2200-GRAVAR-PENDENTE                     SECTION.                00048311
      *-------------------------------------------------------------*   00048316
      *   ALUNO DEVEDOR: O PEDIDO FICA PENDENTE COM O VALOR EM      *   00048322
      *   ATRASO, SEM OCUPAR VAGA NEM LUGAR NA FILA DE ESPERA.      *   00048327
      *-------------------------------------------------------------*   00048333
            MOVE FD-ALUNOS-MATRICULA TO FD-PI-MATRICULA.                00048338
            MOVE FD-ALUNOS-NOME      TO FD-PI-NOME.                     00048344
            MOVE FD-ALUNOS-CURSO     TO FD-PI-CURSO.                    00048350
            MOVE FD-ALUNOS-TURMA     TO FD-PI-TURMA.                    00048355
            MOVE WRK-TBINA-VALOR (WRK-IND-INA) TO FD-PI-VALOR.          00048361
            MOVE SPACES              TO FD-PENDINAD (54:7).             00048366
            WRITE FD-PENDINAD.                                          00048372
            PERFORM 4800-TESTARSTATUS-PENDINAD.                         00048377
            ADD 1 TO WRK-REGPENDINAD.                                   00048383
                                                                        00048388
       2200-99-FIM.              EXIT.                                  00048394
      *-------------------------------------------------------------*   00048400
       3000-FINALIZAR                           SECTION.                00048500
      *-------------------------------------------------------------*   00048600
             WRITE FD-ALUCURSO FROM WRK-ALUCURSO-TRL.                   00049500
                                                                        00049600
             CLOSE ALUNOS CURSOS                                        00049700
                   RELREC ALUCURSO ARQSEMCURSO ESPERA RELVAGA           00049766
                   PENDINAD.                                            00049833
               PERFORM 4000-TESTARSTATUS.                               00049900
               DISPLAY ' ============================================'. 00050000
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1906           '. 00050100
               DISPLAY ' ALUNOS SEM TURMA...' WRK-REGSEMTURMA.          00050600
               DISPLAY ' CURSO DESATIVADO...' WRK-REGDESATIV.           00050700
               DISPLAY ' ALUNOS EM ESPERA...' WRK-REGESPERA.            00050800
               DISPLAY ' ALUNOS INADIMPLENTES' WRK-REGPENDINAD.         00050850
               DISPLAY ' ============================================'. 00050900
                                                                        00051000
       3000-99-FIM.              EXIT.                                  00051100
                 PERFORM 4400-TESTARSTATUS-ALUCURSO.                    00054100
                 PERFORM 4500-TESTARSTATUS-ARQSEMCURSO.                 00054200
                 PERFORM 4600-TESTARSTATUS-ESPERA.                      00054300
                 PERFORM 4800-TESTARSTATUS-PENDINAD.                    00054350
                                                                        00054400
       4000-99-FIM.              EXIT.                                  00054500
      *-------------------------------------------------------------*   00054600
               END-IF.                                                  00063700
                                                                        00063800
       4700-99-FIM.              EXIT.                                  00063900
      *-------------------------------------------------------------*   00063903
       4800-TESTARSTATUS-PENDINAD                   SECTION.            00063907
      *-------------------------------------------------------------*   00063911
               IF WRK-FS-PENDINAD NOT EQUAL 00                          00063915
                 MOVE 'ARQ1906'               TO WRK-PROGRAMA           00063919
                 MOVE 'ERRO NO PENDINAD      ' TO WRK-MSGERRO           00063923
                 MOVE '2200'                   TO WRK-SECAO             00063926
                 MOVE WRK-FS-PENDINAD           TO WRK-STATUS           00063930
                  PERFORM 9000-TRATAERROS                               00063934
               END-IF.                                                  00063938
                                                                        00063942
       4800-99-FIM.              EXIT.                                  00063946
      *-------------------------------------------------------------*   00063950
       4900-TESTARSTATUS-INADIMP                    SECTION.            00063953
      *-------------------------------------------------------------*   00063957
               IF WRK-FS-INADIMP NOT EQUAL 00                           00063961
                           AND WRK-FS-INADIMP NOT EQUAL 10              00063965
                 MOVE 'ARQ1906'               TO WRK-PROGRAMA           00063969
                 MOVE 'ERRO NO INADIMP       ' TO WRK-MSGERRO           00063973
                 MOVE '1500'                   TO WRK-SECAO             00063976
                 MOVE WRK-FS-INADIMP            TO WRK-STATUS           00063980
                  PERFORM 9000-TRATAERROS                               00063984
               END-IF.                                                  00063988
                                                                        00063992
       4900-99-FIM.              EXIT.                                  00063996
      *-------------------------------------------------------------*   00064000
       9000-TRATAERROS                              SECTION.            00064100
      *-------------------------------------------------------------*   00064200
