      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB26.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * MANUTENCAO DO CADASTRO DE METAS DE VENDAS. LE O                 00001100
      * CADASTRO ATUAL 'METAS' (VENDEDOR, UF, ANO, MES E                00001200
      * VALOR DA META; AUSENTE NA PRIMEIRA CARGA), APLICA               00001300
      * OS CARTOES DE MOVIMENTO DO SYSIN E GRAVA O CADASTRO             00001400
      * NOVO EM 'METANOVO'. CADA CARTAO SAI NO RELATORIO                00001500
      * 'RELMETA' COMO ACEITO OU RECUSADO COM O MOTIVO.                 00001600
      *   CARTAO: OPERACAO (I INCLUI, A ALTERA O VALOR,                 00001700
      *           E EXCLUI), VENDEDOR, UF, ANO, MES E META;             00001800
      *           VENDEDOR 9999 ENCERRA O LOTE                          00001900
      * CRITICAS: OPERACAO, VENDEDOR ZERADO, UF FORA DO                 00002000
      * BOOK #BKFRETE, ANO E MES INVALIDOS, META ZERADA NA              00002100
      * INCLUSAO/ALTERACAO, INCLUSAO DE META JA EXISTENTE E             00002200
      * ALTERACAO/EXCLUSAO DE META INEXISTENTE.                         00002300
      * AS METAS SAO LIDAS PELO FR01CB27 (ATINGIMENTO).                 00002400
      * O PRIMEIRO CARTAO DO SYSIN E O DO OPERADOR QUE                  00002416
      * LIBEROU O LOTE (COLS 11-18). CADA CARTAO ACEITO NAS             00002433
      * CRITICAS PASSA PELO MODULO AUTORIZA (BOOK #GAUT);               00002450
      * OPERADOR SEM PERMISSAO PARA A OPERACAO NO FR01CB26,             00002466
      * DESCONHECIDO OU INATIVO TEM O CARTAO RECUSADO.                  00002483
      *                                                                 00002500
      *====================================================             00002600
                                                                        00002700
      *====================================================             00002800
       ENVIRONMENT                              DIVISION.               00002900
      *====================================================             00003000
       CONFIGURATION                            SECTION.                00003100
       SPECIAL-NAMES.                                                   00003200
           DECIMAL-POINT IS COMMA.                                      00003300
                                                                        00003400
       INPUT-OUTPUT                             SECTION.                00003500
       FILE-CONTROL.                                                    00003600
            SELECT METAS ASSIGN TO METAS                                00003700
                 FILE STATUS IS WRK-FS-METAS.                           00003800
                                                                        00003900
            SELECT METANOVO ASSIGN TO METANOVO                          00004000
                 FILE STATUS IS WRK-FS-METANOVO.                        00004100
                                                                        00004200
            SELECT RELMETA ASSIGN TO RELMETA                            00004300
                 FILE STATUS IS WRK-FS-RELMETA.                         00004400
                                                                        00004500
      *====================================================             00004600
       DATA                                     DIVISION.               00004700
      *====================================================             00004800
       FILE                                     SECTION.                00004900
       FD METAS                                                         00005000
           RECORDING MODE IS F                                          00005100
           LABEL RECORD IS STANDARD                                     00005200
           BLOCK CONTAINS 0 RECORDS.                                    00005300
      *-------------------LRECL 30-------------------------             00005400
       01 FD-METAS.                                                     00005500
          05 FD-MET-VENDEDOR     PIC 9(04).                             00005600
          05 FD-MET-UF           PIC X(02).                             00005700
          05 FD-MET-ANO          PIC 9(04).                             00005800
          05 FD-MET-MES          PIC 9(02).                             00005900
          05 FD-MET-VALOR        PIC 9(08)V99.                          00006000
          05 FILLER              PIC X(08).                             00006100
                                                                        00006200
       FD METANOVO                                                      00006300
           RECORDING MODE IS F.                                         00006400
      *-------------------LRECL 30-------------------------             00006500
       01 FD-METANOVO.                                                  00006600
          05 FD-MNV-VENDEDOR     PIC 9(04).                             00006700
          05 FD-MNV-UF           PIC X(02).                             00006800
          05 FD-MNV-ANO          PIC 9(04).                             00006900
          05 FD-MNV-MES          PIC 9(02).                             00007000
          05 FD-MNV-VALOR        PIC 9(08)V99.                          00007100
          05 FILLER              PIC X(08).                             00007200
                                                                        00007300
       FD RELMETA                                                       00007400
           RECORDING MODE IS F.                                         00007500
      *-------------------LRECL 80-------------------------             00007600
       01 FD-RELMETA             PIC X(80).                             00007700
                                                                        00007800
      *====================================================             00007900
       WORKING-STORAGE                          SECTION.                00008000
      *====================================================             00008100
                                                                        00008200
       77 WRK-FS-METAS         PIC 9(02)    VALUE ZEROS.                00008300
       77 WRK-FS-METANOVO      PIC 9(02)    VALUE ZEROS.                00008400
       77 WRK-FS-RELMETA       PIC 9(02)    VALUE ZEROS.                00008500
                                                                        00008600
      *-------------CARTAO DE MOVIMENTO--------------------             00008700
       01 WRK-CARTAO.                                                   00008800
          05 WRK-CAR-OPERACAO    PIC X(01).                             00008900
             88 WRK-CAR-OPER-VALIDA    VALUE 'I' 'A' 'E'.               00009000
          05 WRK-CAR-VENDEDOR    PIC 9(04).                             00009100
          05 WRK-CAR-UF          PIC X(02).                             00009200
          05 WRK-CAR-ANO         PIC 9(04).                             00009300
          05 WRK-CAR-MES         PIC 9(02).                             00009400
          05 WRK-CAR-VALOR       PIC 9(08)V99.                          00009500
                                                                        00009600
      *-------------CARTAO DO OPERADOR---------------------             00009611
       01 WRK-OPERCARD.                                                 00009622
          05 FILLER              PIC X(10).                             00009633
          05 WRK-OPERADOR-AC     PIC X(08).                             00009644
                                                                        00009655
      *-------------MATRIZ DE AUTORIZACAO------------------             00009666
       77 WRK-AUTORIZA         PIC X(08)    VALUE 'AUTORIZA'.           00009677
       COPY '#GAUT'.                                                    00009688
                                                                        00009694
       77 WRK-SW-LOTE          PIC X(01)    VALUE 'N'.                  00009700
          88 WRK-FIM-LOTE           VALUE 'S'.                          00009800
       77 WRK-SW-FIMMET        PIC X(01)    VALUE 'N'.                  00009900
          88 WRK-FIM-METAS          VALUE 'S'.                          00010000
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00010100
          88 WRK-ACHOU              VALUE 'S'.                          00010200
       77 WRK-SW-NEGADO        PIC X(01)    VALUE 'N'.                  00010233
          88 WRK-CARTAO-NEGADO      VALUE 'S'.                          00010266
                                                                        00010300
      *-------------CADASTRO DE METAS EM MEMORIA-----------             00010400
       77 WRK-QTD-MET          PIC 9(04)    VALUE ZEROS.                00010500
       77 WRK-SUB-MET          PIC 9(04)    VALUE ZEROS.                00010600
       77 WRK-SUB-ACHADO       PIC 9(04)    VALUE ZEROS.                00010700
       01 WRK-TAB-MET.                                                  00010800
          05 WRK-MET-LINHA OCCURS 3000 TIMES.                           00010900
             10 WRK-TBMET-VENDEDOR PIC 9(04).                           00011000
             10 WRK-TBMET-UF       PIC X(02).                           00011100
             10 WRK-TBMET-ANO      PIC 9(04).                           00011200
             10 WRK-TBMET-MES      PIC 9(02).                           00011300
             10 WRK-TBMET-VALOR    PIC 9(08)V99.                        00011400
             10 WRK-TBMET-EXCLUIDA PIC X(01).                           00011500
                                                                        00011600
       COPY '#BKFRETE'.                                                 00011700
                                                                        00011800
      *-------------VARIAVEIS DE CALCULO-------------------             00011900
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00012000
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.                00012100
                                                                        00012200
      *-------------CONTADORES-----------------------------             00012300
       77 WRK-QTD-LIDAS        PIC 9(05)    VALUE ZEROS.                00012400
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00012500
       77 WRK-QTD-INCLUIDAS    PIC 9(05)    VALUE ZEROS.                00012600
       77 WRK-QTD-ALTERADAS    PIC 9(05)    VALUE ZEROS.                00012700
       77 WRK-QTD-EXCLUIDAS    PIC 9(05)    VALUE ZEROS.                00012800
       77 WRK-QTD-RECUSADAS    PIC 9(05)    VALUE ZEROS.                00012900
       77 WRK-QTD-NEGADAS      PIC 9(05)    VALUE ZEROS.                00012950
       77 WRK-QTD-GRAVADAS     PIC 9(05)    VALUE ZEROS.                00013000
                                                                        00013100
      *-------------LINHAS DO RELATORIO--------------------             00013200
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00013300
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00013400
                                                                        00013500
       01 WRK-LINHA-TITULO.                                             00013600
          05 FILLER              PIC X(44) VALUE                        00013700
             'MANUTENCAO DO CADASTRO DE METAS DE VENDAS   '.            00013800
          05 FILLER              PIC X(06) VALUE 'DATA: '.              00013900
          05 WRK-TIT-DATA        PIC 9(08).                             00014000
          05 FILLER              PIC X(22) VALUE SPACES.                00014100
                                                                        00014200
       01 WRK-LINHA-MOV.                                                00014300
          05 WRK-LM-OPERACAO     PIC X(01).                             00014400
          05 FILLER              PIC X(02) VALUE SPACES.                00014500
          05 WRK-LM-VENDEDOR     PIC 9(04).                             00014600
          05 FILLER              PIC X(02) VALUE SPACES.                00014700
          05 WRK-LM-UF           PIC X(02).                             00014800
          05 FILLER              PIC X(02) VALUE SPACES.                00014900
          05 WRK-LM-ANO          PIC 9(04).                             00015000
          05 FILLER              PIC X(01) VALUE '/'.                   00015100
          05 WRK-LM-MES          PIC 9(02).                             00015200
          05 FILLER              PIC X(02) VALUE SPACES.                00015300
          05 WRK-LM-VALOR        PIC ZZ.ZZZ.ZZ9,99.                     00015400
          05 FILLER              PIC X(02) VALUE SPACES.                00015500
          05 WRK-LM-RESULTADO    PIC X(09).                             00015600
          05 WRK-LM-MOTIVO       PIC X(30).                             00015700
          05 FILLER              PIC X(04) VALUE SPACES.                00015800
                                                                        00015809
       01 WRK-LINHA-NEGADO.                                             00015818
          05 FILLER              PIC X(10) VALUE SPACES.                00015827
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00015836
          05 WRK-NEG-OPERADOR    PIC X(08).                             00015845
          05 FILLER              PIC X(03) VALUE ' - '.                 00015854
          05 WRK-NEG-NOME        PIC X(30).                             00015863
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00015872
          05 WRK-NEG-PERFIL      PIC X(08).                             00015881
          05 FILLER              PIC X(03) VALUE SPACES.                00015890
                                                                        00015900
      *====================================================             00016000
       PROCEDURE                                DIVISION.               00016100
      *====================================================             00016200
                                                                        00016300
      *----------------------------------------------------             00016400
       0000-PRINCIPAL                           SECTION.                00016500
      *----------------------------------------------------             00016600
                                                                        00016700
             PERFORM 1000-INICIALIZAR.                                  00016800
             PERFORM 1200-LER-CARTAO.                                   00016900
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-LOTE.                 00017000
             PERFORM 3000-FINALIZAR.                                    00017100
             STOP RUN.                                                  00017200
                                                                        00017300
       0000-99-FIM.          EXIT.                                      00017400
                                                                        00017500
      *----------------------------------------------------             00017600
       1000-INICIALIZAR                         SECTION.                00017700
      *----------------------------------------------------             00017800
                                                                        00017900
           OPEN OUTPUT METANOVO RELMETA.                                00018000
           IF WRK-FS-METANOVO NOT EQUAL 00                              00018100
              DISPLAY ' ERRO NO OPEN METANOVO FS=' WRK-FS-METANOVO      00018200
              MOVE 12 TO RETURN-CODE                                    00018300
              STOP RUN                                                  00018400
           END-IF.                                                      00018500
           IF WRK-FS-RELMETA NOT EQUAL 00                               00018600
              DISPLAY ' ERRO NO OPEN RELMETA FS=' WRK-FS-RELMETA        00018700
              MOVE 12 TO RETURN-CODE                                    00018800
              STOP RUN                                                  00018900
           END-IF.                                                      00019000
                                                                        00019100
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00019200
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                          00019300
           WRITE FD-RELMETA FROM WRK-LINHA-TRACO.                       00019400
           WRITE FD-RELMETA FROM WRK-LINHA-TITULO.                      00019500
           WRITE FD-RELMETA FROM WRK-LINHA-TRACO.                       00019600
           ACCEPT WRK-OPERCARD FROM SYSIN.                              00019650
                                                                        00019700
           PERFORM 1100-CARREGAR-METAS.                                 00019800
                                                                        00019900
       1000-99-FIM.          EXIT.                                      00020000
                                                                        00020100
      *----------------------------------------------------             00020200
       1100-CARREGAR-METAS                      SECTION.                00020300
      *----------------------------------------------------             00020400
      * SEM METAS (PRIMEIRA CARGA) O CADASTRO COMECA VAZIO;             00020500
      * CADASTRO MAIOR QUE A TABELA ABORTA.                             00020600
      *----------------------------------------------------             00020700
           OPEN INPUT METAS.                                            00020800
           IF WRK-FS-METAS NOT EQUAL 00                                 00020900
              DISPLAY ' METAS INDISPONIVEL (FS='                        00021000
                      WRK-FS-METAS ') - CADASTRO NOVO'                  00021100
           ELSE                                                         00021200
              PERFORM 1110-LER-METAS                                    00021300
                      UNTIL WRK-FIM-METAS                               00021400
              CLOSE METAS                                               00021500
              DISPLAY ' METAS CARREGADAS: ' WRK-QTD-MET                 00021600
           END-IF.                                                      00021700
                                                                        00021800
       1100-99-FIM.          EXIT.                                      00021900
                                                                        00022000
      *----------------------------------------------------             00022100
       1110-LER-METAS                           SECTION.                00022200
      *----------------------------------------------------             00022300
           READ METAS                                                   00022400
             AT END                                                     00022500
               MOVE 'S' TO WRK-SW-FIMMET                                00022600
           END-READ.                                                    00022700
           IF WRK-FS-METAS EQUAL 00                                     00022800
              IF WRK-QTD-MET LESS 3000                                  00022900
                 ADD 1 TO WRK-QTD-MET                                   00023000
                 MOVE FD-MET-VENDEDOR TO                                00023100
                      WRK-TBMET-VENDEDOR (WRK-QTD-MET)                  00023200
                 MOVE FD-MET-UF       TO WRK-TBMET-UF (WRK-QTD-MET)     00023300
                 MOVE FD-MET-ANO      TO WRK-TBMET-ANO (WRK-QTD-MET)    00023400
                 MOVE FD-MET-MES      TO WRK-TBMET-MES (WRK-QTD-MET)    00023500
                 MOVE FD-MET-VALOR    TO                                00023600
                      WRK-TBMET-VALOR (WRK-QTD-MET)                     00023700
                 MOVE 'N' TO WRK-TBMET-EXCLUIDA (WRK-QTD-MET)           00023800
              ELSE                                                      00023900
                 DISPLAY ' TABELA DE METAS ESGOTADA (3000) '            00024000
                 MOVE 12 TO RETURN-CODE                                 00024100
                 STOP RUN                                               00024200
              END-IF                                                    00024300
           END-IF.                                                      00024400
                                                                        00024500
       1110-99-FIM.          EXIT.                                      00024600
                                                                        00024700
      *----------------------------------------------------             00024800
       1200-LER-CARTAO                          SECTION.                00024900
      *----------------------------------------------------             00025000
           ACCEPT WRK-CARTAO FROM SYSIN.                                00025100
           ADD 1 TO WRK-QTD-LIDAS.                                      00025200
           IF WRK-CAR-VENDEDOR EQUAL 9999                               00025300
              MOVE 'S' TO WRK-SW-LOTE                                   00025400
           END-IF.                                                      00025500
                                                                        00025600
       1200-99-FIM.          EXIT.                                      00025700
                                                                        00025800
      *----------------------------------------------------             00025900
       2000-PROCESSAR                           SECTION.                00026000
      *----------------------------------------------------             00026100
           ADD 1 TO WRK-REGLIDOS.                                       00026200
                                                                        00026300
           PERFORM 2100-CRITICAR-CARTAO.                                00026400
                                                                        00026500
           IF WRK-MOTIVO EQUAL SPACES                                   00026600
              EVALUATE WRK-CAR-OPERACAO                                 00026700
                WHEN 'I'                                                00026800
                  PERFORM 2200-INCLUIR-META                             00026900
                WHEN 'A'                                                00027000
                  MOVE WRK-CAR-VALOR TO                                 00027100
                       WRK-TBMET-VALOR (WRK-SUB-ACHADO)                 00027200
                  ADD 1 TO WRK-QTD-ALTERADAS                            00027300
                WHEN 'E'                                                00027400
                  MOVE 'S' TO WRK-TBMET-EXCLUIDA (WRK-SUB-ACHADO)       00027500
                  ADD 1 TO WRK-QTD-EXCLUIDAS                            00027600
              END-EVALUATE                                              00027700
              MOVE 'ACEITO   ' TO WRK-LM-RESULTADO                      00027800
           ELSE                                                         00027900
              ADD 1 TO WRK-QTD-RECUSADAS                                00028000
              MOVE 'RECUSADO ' TO WRK-LM-RESULTADO                      00028100
           END-IF.                                                      00028200
                                                                        00028300
           PERFORM 2300-LISTAR-CARTAO.                                  00028400
           IF WRK-CARTAO-NEGADO                                         00028414
              MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                  00028428
              MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                      00028442
              MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                    00028457
              WRITE FD-RELMETA FROM WRK-LINHA-NEGADO                    00028471
           END-IF.                                                      00028485
                                                                        00028500
           PERFORM 1200-LER-CARTAO.                                     00028600
                                                                        00028700
       2000-99-FIM.          EXIT.                                      00028800
                                                                        00028900
      *----------------------------------------------------             00029000
       2100-CRITICAR-CARTAO                     SECTION.                00029100
      *----------------------------------------------------             00029200
      * MOTIVO EM BRANCO = CARTAO ACEITO. A META EXCLUIDA               00029300
      * NESTE LOTE PODE SER INCLUIDA DE NOVO.                           00029400
      *----------------------------------------------------             00029500
           MOVE SPACES TO WRK-MOTIVO.                                   00029600
           MOVE 'N' TO WRK-SW-NEGADO.                                   00029650
                                                                        00029700
           MOVE 'N' TO WRK-SW-ACHOU.                                    00029800
           MOVE 1 TO WRK-SUB-MET.                                       00029900
           PERFORM 2110-PROCURAR-META                                   00030000
                   UNTIL WRK-SUB-MET GREATER WRK-QTD-MET                00030100
                      OR WRK-ACHOU.                                     00030200
                                                                        00030300
           SET TB-FRETE-IDX TO 1.                                       00030400
           SEARCH ALL TB-FRETE-LINHA                                    00030500
             AT END                                                     00030600
               MOVE 'UF INVALIDA                   ' TO WRK-MOTIVO      00030700
             WHEN TB-FRETE-UF (TB-FRETE-IDX) EQUAL WRK-CAR-UF           00030800
               CONTINUE                                                 00030900
           END-SEARCH.                                                  00031000
                                                                        00031100
           EVALUATE TRUE                                                00031200
             WHEN NOT WRK-CAR-OPER-VALIDA                               00031300
               MOVE 'OPERACAO INVALIDA             ' TO WRK-MOTIVO      00031400
             WHEN WRK-CAR-VENDEDOR NOT NUMERIC                          00031500
               MOVE 'VENDEDOR INVALIDO             ' TO WRK-MOTIVO      00031600
             WHEN WRK-CAR-VENDEDOR EQUAL ZEROS                          00031700
               MOVE 'VENDEDOR INVALIDO             ' TO WRK-MOTIVO      00031800
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00031900
               CONTINUE                                                 00032000
             WHEN WRK-CAR-ANO NOT NUMERIC                               00032100
               MOVE 'ANO INVALIDO                  ' TO WRK-MOTIVO      00032200
             WHEN WRK-CAR-ANO LESS 2000                                 00032300
               MOVE 'ANO INVALIDO                  ' TO WRK-MOTIVO      00032400
             WHEN WRK-CAR-MES NOT NUMERIC                               00032500
               MOVE 'MES INVALIDO                  ' TO WRK-MOTIVO      00032600
             WHEN WRK-CAR-MES LESS 01                                   00032700
               MOVE 'MES INVALIDO                  ' TO WRK-MOTIVO      00032800
             WHEN WRK-CAR-MES GREATER 12                                00032900
               MOVE 'MES INVALIDO                  ' TO WRK-MOTIVO      00033000
             WHEN WRK-CAR-OPERACAO EQUAL 'I' AND WRK-ACHOU              00033100
               MOVE 'META JA CADASTRADA            ' TO WRK-MOTIVO      00033200
             WHEN WRK-CAR-OPERACAO NOT EQUAL 'I'                        00033300
                  AND NOT WRK-ACHOU                                     00033400
               MOVE 'META NAO CADASTRADA           ' TO WRK-MOTIVO      00033500
             WHEN WRK-CAR-OPERACAO NOT EQUAL 'E'                        00033600
                  AND WRK-CAR-VALOR NOT NUMERIC                         00033700
               MOVE 'VALOR DA META INVALIDO        ' TO WRK-MOTIVO      00033800
             WHEN WRK-CAR-OPERACAO NOT EQUAL 'E'                        00033900
                  AND WRK-CAR-VALOR EQUAL ZEROS                         00034000
               MOVE 'VALOR DA META INVALIDO        ' TO WRK-MOTIVO      00034100
           END-EVALUATE.                                                00034200
                                                                        00034220
           IF WRK-MOTIVO EQUAL SPACES                                   00034240
              PERFORM 2120-VERIFICAR-AUTORIZACAO                        00034260
           END-IF.                                                      00034280
                                                                        00034300
       2100-99-FIM.          EXIT.                                      00034400
                                                                        00034500
      *----------------------------------------------------             00034600
       2110-PROCURAR-META                       SECTION.                00034700
      *----------------------------------------------------             00034800
           IF WRK-TBMET-VENDEDOR (WRK-SUB-MET) EQUAL                    00034900
              WRK-CAR-VENDEDOR                                          00035000
              AND WRK-TBMET-UF (WRK-SUB-MET) EQUAL WRK-CAR-UF           00035100
              AND WRK-TBMET-ANO (WRK-SUB-MET) EQUAL WRK-CAR-ANO         00035200
              AND WRK-TBMET-MES (WRK-SUB-MET) EQUAL WRK-CAR-MES         00035300
              AND WRK-TBMET-EXCLUIDA (WRK-SUB-MET) EQUAL 'N'            00035400
              MOVE WRK-SUB-MET TO WRK-SUB-ACHADO                        00035500
              MOVE 'S' TO WRK-SW-ACHOU                                  00035600
           END-IF.                                                      00035700
           ADD 1 TO WRK-SUB-MET.                                        00035800
                                                                        00035900
       2110-99-FIM.          EXIT.                                      00036000
                                                                        00036003
      *----------------------------------------------------             00036006
       2120-VERIFICAR-AUTORIZACAO               SECTION.                00036010
      *----------------------------------------------------             00036013
      * O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A                  00036017
      * OPERACAO DO CARTAO (MODULO AUTORIZA); SEM ELA, OU               00036020
      * COM OPERADOR DESCONHECIDO/INATIVO, O CARTAO E                   00036024
      * RECUSADO.                                                       00036027
      *----------------------------------------------------             00036031
           MOVE 'FR01CB26'        TO WRK-AUT-PROGRAMA.                  00036034
           MOVE WRK-CAR-OPERACAO  TO WRK-AUT-OPERACAO.                  00036037
           MOVE WRK-OPERADOR-AC   TO WRK-AUT-OPERADOR.                  00036041
           MOVE WRK-CARTAO (2:12) TO WRK-AUT-CHAVE.                     00036044
           CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                  00036048
           EVALUATE TRUE                                                00036051
             WHEN WRK-AUT-AUTORIZADO                                    00036055
               CONTINUE                                                 00036058
             WHEN WRK-AUT-NEGADO                                        00036062
               MOVE 'OPERADOR SEM PERMISSAO        ' TO WRK-MOTIVO      00036065
               MOVE 'S' TO WRK-SW-NEGADO                                00036068
               ADD 1 TO WRK-QTD-NEGADAS                                 00036072
             WHEN OTHER                                                 00036075
               MOVE 'OPERADOR DESCONHECIDO/INATIVO ' TO WRK-MOTIVO      00036079
               MOVE 'S' TO WRK-SW-NEGADO                                00036082
               ADD 1 TO WRK-QTD-NEGADAS                                 00036086
           END-EVALUATE.                                                00036089
                                                                        00036093
       2120-99-FIM.          EXIT.                                      00036096
                                                                        00036100
      *----------------------------------------------------             00036200
       2200-INCLUIR-META                        SECTION.                00036300
      *----------------------------------------------------             00036400
           IF WRK-QTD-MET LESS 3000                                     00036500
              ADD 1 TO WRK-QTD-MET                                      00036600
              MOVE WRK-CAR-VENDEDOR TO                                  00036700
                   WRK-TBMET-VENDEDOR (WRK-QTD-MET)                     00036800
              MOVE WRK-CAR-UF    TO WRK-TBMET-UF (WRK-QTD-MET)          00036900
              MOVE WRK-CAR-ANO   TO WRK-TBMET-ANO (WRK-QTD-MET)         00037000
              MOVE WRK-CAR-MES   TO WRK-TBMET-MES (WRK-QTD-MET)         00037100
              MOVE WRK-CAR-VALOR TO WRK-TBMET-VALOR (WRK-QTD-MET)       00037200
              MOVE 'N' TO WRK-TBMET-EXCLUIDA (WRK-QTD-MET)              00037300
              ADD 1 TO WRK-QTD-INCLUIDAS                                00037400
           ELSE                                                         00037500
              DISPLAY ' TABELA DE METAS ESGOTADA (3000) '               00037600
              MOVE 12 TO RETURN-CODE                                    00037700
              STOP RUN                                                  00037800
           END-IF.                                                      00037900
                                                                        00038000
       2200-99-FIM.          EXIT.                                      00038100
                                                                        00038200
      *----------------------------------------------------             00038300
       2300-LISTAR-CARTAO                       SECTION.                00038400
      *----------------------------------------------------             00038500
           MOVE WRK-CAR-OPERACAO TO WRK-LM-OPERACAO.                    00038600
           MOVE WRK-CAR-VENDEDOR TO WRK-LM-VENDEDOR.                    00038700
           MOVE WRK-CAR-UF       TO WRK-LM-UF.                          00038800
           MOVE WRK-CAR-ANO      TO WRK-LM-ANO.                         00038900
           MOVE WRK-CAR-MES      TO WRK-LM-MES.                         00039000
           IF WRK-CAR-VALOR IS NUMERIC                                  00039100
              MOVE WRK-CAR-VALOR TO WRK-LM-VALOR                        00039200
           ELSE                                                         00039300
              MOVE ZEROS         TO WRK-LM-VALOR                        00039400
           END-IF.                                                      00039500
           MOVE WRK-MOTIVO       TO WRK-LM-MOTIVO.                      00039600
           WRITE FD-RELMETA FROM WRK-LINHA-MOV.                         00039700
                                                                        00039800
       2300-99-FIM.          EXIT.                                      00039900
                                                                        00040000
      *----------------------------------------------------             00040100
       3000-FINALIZAR                           SECTION.                00040200
      *----------------------------------------------------             00040300
           MOVE 1 TO WRK-SUB-MET.                                       00040400
           PERFORM 3100-GRAVAR-META                                     00040500
                   UNTIL WRK-SUB-MET GREATER WRK-QTD-MET.               00040600
                                                                        00040700
           CLOSE METANOVO RELMETA.                                      00040800
                                                                        00040900
           DISPLAY ' ============================================'.     00041000
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB26          '.     00041100
           DISPLAY ' ============================================'.     00041200
           DISPLAY ' CARTOES DE MOVIMENTO.....' WRK-REGLIDOS.           00041300
           DISPLAY ' METAS INCLUIDAS..........' WRK-QTD-INCLUIDAS.      00041400
           DISPLAY ' METAS ALTERADAS..........' WRK-QTD-ALTERADAS.      00041500
           DISPLAY ' METAS EXCLUIDAS..........' WRK-QTD-EXCLUIDAS.      00041600
           DISPLAY ' CARTOES RECUSADOS........' WRK-QTD-RECUSADAS.      00041700
           DISPLAY ' NEGADOS PELO AUTORIZA....' WRK-QTD-NEGADAS.        00041750
           DISPLAY ' METAS GRAVADAS (METANOVO)' WRK-QTD-GRAVADAS.       00041800
           DISPLAY ' ============================================'.     00041900
                                                                        00042000
       3000-99-FIM.          EXIT.                                      00042100
                                                                        00042200
      *----------------------------------------------------             00042300
       3100-GRAVAR-META                         SECTION.                00042400
      *----------------------------------------------------             00042500
           IF WRK-TBMET-EXCLUIDA (WRK-SUB-MET) EQUAL 'N'                00042600
              MOVE SPACES TO FD-METANOVO                                00042700
              MOVE WRK-TBMET-VENDEDOR (WRK-SUB-MET) TO                  00042800
                   FD-MNV-VENDEDOR                                      00042900
              MOVE WRK-TBMET-UF (WRK-SUB-MET)    TO FD-MNV-UF           00043000
              MOVE WRK-TBMET-ANO (WRK-SUB-MET)   TO FD-MNV-ANO          00043100
              MOVE WRK-TBMET-MES (WRK-SUB-MET)   TO FD-MNV-MES          00043200
              MOVE WRK-TBMET-VALOR (WRK-SUB-MET) TO FD-MNV-VALOR        00043300
              WRITE FD-METANOVO                                         00043400
              ADD 1 TO WRK-QTD-GRAVADAS                                 00043500
           END-IF.                                                      00043600
           ADD 1 TO WRK-SUB-MET.                                        00043700
                                                                        00043800
       3100-99-FIM.          EXIT.                                      00043900
