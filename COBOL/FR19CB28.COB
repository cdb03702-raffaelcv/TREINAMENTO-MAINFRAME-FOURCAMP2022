      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB28.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * MANUTENCAO DO CADASTRO DE CLIENTES DE FRETE. LE O               00001100
      * CADASTRO ATUAL 'CLICAD' (AUSENTE NA PRIMEIRA CARGA),            00001200
      * APLICA O MOVIMENTO 'MOVCLI' E GRAVA O CADASTRO NOVO             00001300
      * EM 'CLINOVO'. CADA MOVIMENTO SAI NO 'RELCLI' COMO               00001400
      * ACEITO OU RECUSADO COM O MOTIVO.                                00001500
      *   OPERACAO I - INCLUI O CLIENTE (ATIVO)                         00001600
      *            A - ALTERA OS DADOS (A SITUACAO FICA)                00001700
      *            B - BLOQUEIA O FATURAMENTO                           00001800
      *            L - LIBERA O FATURAMENTO                             00001900
      *   (B E L SO USAM O CODIGO)                                      00002000
      * CRITICAS DA INCLUSAO/ALTERACAO: CODIGO, RAZAO                   00002100
      * SOCIAL, CNPJ COM OS DIGITOS VERIFICADORES,                      00002200
      * ENDERECO, CIDADE, UF (BOOK #BKFRETE), CEP, PRAZO DE             00002300
      * PAGAMENTO EM DIAS (1 A 180) E LIMITE DE CREDITO                 00002400
      * MAIOR QUE ZERO.                                                 00002500
      * O CADASTRO E USADO PELO FR01CB21 (CLIENTE                       00002600
      * DESCONHECIDO/BLOQUEADO E LIMITE DE CREDITO) E PELO              00002700
      * FR01CB22 (RAZAO SOCIAL, ENDERECO E PRAZO NA FATURA).            00002800
      * O SYSIN TRAZ O CARTAO DO OPERADOR QUE LIBEROU O                 00002816
      * MOVIMENTO (COLS 11-18). CADA MOVIMENTO ACEITO NAS               00002833
      * CRITICAS PASSA PELO MODULO AUTORIZA (BOOK #GAUT);               00002850
      * OPERADOR SEM PERMISSAO PARA A OPERACAO NO FR01CB28,             00002866
      * DESCONHECIDO OU INATIVO TEM O MOVIMENTO RECUSADO.               00002883
      *                                                                 00002900
      *====================================================             00003000
                                                                        00003100
      *====================================================             00003200
       ENVIRONMENT                              DIVISION.               00003300
      *====================================================             00003400
       CONFIGURATION                            SECTION.                00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       INPUT-OUTPUT                             SECTION.                00003900
       FILE-CONTROL.                                                    00004000
            SELECT CLICAD ASSIGN TO CLICAD                              00004100
                 FILE STATUS IS WRK-FS-CLICAD.                          00004200
                                                                        00004300
            SELECT MOVCLI ASSIGN TO MOVCLI                              00004400
                 FILE STATUS IS WRK-FS-MOVCLI.                          00004500
                                                                        00004600
            SELECT CLINOVO ASSIGN TO CLINOVO                            00004700
                 FILE STATUS IS WRK-FS-CLINOVO.                         00004800
                                                                        00004900
            SELECT RELCLI ASSIGN TO RELCLI                              00005000
                 FILE STATUS IS WRK-FS-RELCLI.                          00005100
                                                                        00005200
      *====================================================             00005300
       DATA                                     DIVISION.               00005400
      *====================================================             00005500
       FILE                                     SECTION.                00005600
       FD CLICAD                                                        00005700
           RECORDING MODE IS F                                          00005800
           LABEL RECORD IS STANDARD                                     00005900
           BLOCK CONTAINS 0 RECORDS.                                    00006000
      *-------------------LRECL 160------------------------             00006100
      * SITUACAO: A ATIVO  B BLOQUEADO                                  00006200
       01 FD-CLICAD.                                                    00006300
          05 FD-CLI-CODIGO       PIC 9(05).                             00006400
          05 FD-CLI-RAZAO        PIC X(40).                             00006500
          05 FD-CLI-CNPJ         PIC 9(14).                             00006600
          05 FD-CLI-ENDERECO     PIC X(40).                             00006700
          05 FD-CLI-CIDADE       PIC X(25).                             00006800
          05 FD-CLI-UF           PIC X(02).                             00006900
          05 FD-CLI-CEP          PIC 9(08).                             00007000
          05 FD-CLI-PRAZO        PIC 9(03).                             00007100
          05 FD-CLI-LIMITE       PIC 9(09)V99.                          00007200
          05 FD-CLI-SITUACAO     PIC X(01).                             00007300
          05 FD-CLI-DTSITUACAO   PIC 9(08).                             00007400
          05 FILLER              PIC X(03).                             00007500
                                                                        00007600
       FD MOVCLI                                                        00007700
           RECORDING MODE IS F                                          00007800
           LABEL RECORD IS STANDARD                                     00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
      *-------------------LRECL 161------------------------             00008100
      * OPERACAO + DADOS DO CLIENTE NO LAYOUT DO CADASTRO;              00008200
      * A SITUACAO SO MUDA PELAS OPERACOES B E L.                       00008300
       01 FD-MOVCLI.                                                    00008400
          05 FD-MOV-OPERACAO     PIC X(01).                             00008500
             88 FD-MOV-OPER-VALIDA     VALUE 'I' 'A' 'B' 'L'.           00008600
          05 FD-MOV-CODIGO       PIC 9(05).                             00008700
          05 FD-MOV-RAZAO        PIC X(40).                             00008800
          05 FD-MOV-CNPJ         PIC 9(14).                             00008900
          05 FD-MOV-ENDERECO     PIC X(40).                             00009000
          05 FD-MOV-CIDADE       PIC X(25).                             00009100
          05 FD-MOV-UF           PIC X(02).                             00009200
          05 FD-MOV-CEP          PIC 9(08).                             00009300
          05 FD-MOV-PRAZO        PIC 9(03).                             00009400
          05 FD-MOV-LIMITE       PIC 9(09)V99.                          00009500
          05 FILLER              PIC X(12).                             00009600
                                                                        00009700
       FD CLINOVO                                                       00009800
           RECORDING MODE IS F.                                         00009900
      *-------------------LRECL 160------------------------             00010000
       01 FD-CLINOVO             PIC X(160).                            00010100
                                                                        00010200
       FD RELCLI                                                        00010300
           RECORDING MODE IS F.                                         00010400
      *-------------------LRECL 80-------------------------             00010500
       01 FD-RELCLI              PIC X(80).                             00010600
                                                                        00010700
      *====================================================             00010800
       WORKING-STORAGE                          SECTION.                00010900
      *====================================================             00011000
                                                                        00011100
       77 WRK-FS-CLICAD        PIC 9(02)    VALUE ZEROS.                00011200
       77 WRK-FS-MOVCLI        PIC 9(02)    VALUE ZEROS.                00011300
       77 WRK-FS-CLINOVO       PIC 9(02)    VALUE ZEROS.                00011400
       77 WRK-FS-RELCLI        PIC 9(02)    VALUE ZEROS.                00011500
                                                                        00011600
      *-------------CARTAO DO OPERADOR---------------------             00011610
       01 WRK-OPERCARD.                                                 00011620
          05 FILLER              PIC X(10).                             00011630
          05 WRK-OPERADOR-AC     PIC X(08).                             00011640
                                                                        00011650
      *-------------MATRIZ DE AUTORIZACAO------------------             00011660
       77 WRK-AUTORIZA         PIC X(08)    VALUE 'AUTORIZA'.           00011670
       COPY '#GAUT'.                                                    00011680
                                                                        00011690
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00011700
          88 WRK-FIM-MOVCLI         VALUE 'S'.                          00011800
       77 WRK-SW-FIMCLI        PIC X(01)    VALUE 'N'.                  00011900
          88 WRK-FIM-CLICAD         VALUE 'S'.                          00012000
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00012100
          88 WRK-ACHOU              VALUE 'S'.                          00012200
       77 WRK-SW-NEGADO        PIC X(01)    VALUE 'N'.                  00012233
          88 WRK-MOV-NEGADO         VALUE 'S'.                          00012266
                                                                        00012300
      *-------------CADASTRO DE CLIENTES EM MEMORIA--------             00012400
       77 WRK-QTD-CAD          PIC 9(04)    VALUE ZEROS.                00012500
       77 WRK-SUB-CAD          PIC 9(04)    VALUE ZEROS.                00012600
       77 WRK-SUB-ACHADO       PIC 9(04)    VALUE ZEROS.                00012700
       01 WRK-TAB-CAD.                                                  00012800
          05 WRK-CAD-LINHA OCCURS 2000 TIMES.                           00012900
             10 WRK-TBCAD-REGISTRO.                                     00013000
                15 WRK-TBCAD-CODIGO     PIC 9(05).                      00013100
                15 WRK-TBCAD-DADOS      PIC X(143).                     00013200
                15 WRK-TBCAD-SITUACAO   PIC X(01).                      00013300
                15 WRK-TBCAD-DTSITUACAO PIC 9(08).                      00013400
                15 FILLER               PIC X(03).                      00013500
                                                                        00013600
       COPY '#BKFRETE'.                                                 00013700
                                                                        00013800
      *-------------DIGITOS VERIFICADORES DO CNPJ----------             00013900
       01 WRK-CNPJ               PIC 9(14)    VALUE ZEROS.              00014000
       01 FILLER REDEFINES WRK-CNPJ.                                    00014100
          05 WRK-CNPJ-DIG        PIC 9(01) OCCURS 14 TIMES.             00014200
       01 WRK-PESOS-VALORES      PIC X(13)    VALUE                     00014300
          '6543298765432'.                                              00014400
       01 FILLER REDEFINES WRK-PESOS-VALORES.                           00014500
          05 WRK-PESO            PIC 9(01) OCCURS 13 TIMES.             00014600
       77 WRK-SUB-DIG          PIC 9(02)    VALUE ZEROS.                00014700
       77 WRK-SUB-PESO         PIC 9(02)    VALUE ZEROS.                00014800
       77 WRK-QTD-DIG          PIC 9(02)    VALUE ZEROS.                00014900
       77 WRK-SOMA-DV          PIC 9(05)    VALUE ZEROS.                00015000
       77 WRK-QUOC-DV          PIC 9(05)    VALUE ZEROS.                00015100
       77 WRK-RESTO-DV         PIC 9(02)    VALUE ZEROS.                00015200
       77 WRK-DV-CALC          PIC 9(01)    VALUE ZEROS.                00015300
       77 WRK-SW-CNPJ          PIC X(01)    VALUE 'N'.                  00015400
          88 WRK-CNPJ-VALIDO        VALUE 'S'.                          00015500
                                                                        00015600
      *-------------VARIAVEIS DE CALCULO-------------------             00015700
       77 WRK-MOTIVO           PIC X(30)    VALUE SPACES.               00015800
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.                00015900
                                                                        00016000
      *-------------CONTADORES-----------------------------             00016100
       77 WRK-QTD-CARREGADOS   PIC 9(05)    VALUE ZEROS.                00016200
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00016300
       77 WRK-QTD-INCLUIDOS    PIC 9(05)    VALUE ZEROS.                00016400
       77 WRK-QTD-ALTERADOS    PIC 9(05)    VALUE ZEROS.                00016500
       77 WRK-QTD-BLOQUEADOS   PIC 9(05)    VALUE ZEROS.                00016600
       77 WRK-QTD-LIBERADOS    PIC 9(05)    VALUE ZEROS.                00016700
       77 WRK-QTD-RECUSADOS    PIC 9(05)    VALUE ZEROS.                00016800
       77 WRK-QTD-NEGADOS      PIC 9(05)    VALUE ZEROS.                00016850
       77 WRK-QTD-GRAVADOS     PIC 9(05)    VALUE ZEROS.                00016900
                                                                        00017000
      *-------------LINHAS DO RELATORIO--------------------             00017100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00017200
                                                                        00017300
       01 WRK-LINHA-TITULO.                                             00017400
          05 FILLER              PIC X(44) VALUE                        00017500
             'MANUTENCAO DO CADASTRO DE CLIENTES DE FRETE '.            00017600
          05 FILLER              PIC X(06) VALUE 'DATA: '.              00017700
          05 WRK-TIT-DATA        PIC 9(08).                             00017800
          05 FILLER              PIC X(22) VALUE SPACES.                00017900
                                                                        00018000
       01 WRK-LINHA-MOV.                                                00018100
          05 WRK-LM-OPERACAO     PIC X(01).                             00018200
          05 FILLER              PIC X(02) VALUE SPACES.                00018300
          05 WRK-LM-CODIGO       PIC 9(05).                             00018400
          05 FILLER              PIC X(02) VALUE SPACES.                00018500
          05 WRK-LM-RAZAO        PIC X(30).                             00018600
          05 FILLER              PIC X(01) VALUE SPACES.                00018700
          05 WRK-LM-RESULTADO    PIC X(09).                             00018800
          05 WRK-LM-MOTIVO       PIC X(30).                             00018900
                                                                        00018909
       01 WRK-LINHA-NEGADO.                                             00018918
          05 FILLER              PIC X(10) VALUE SPACES.                00018927
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00018936
          05 WRK-NEG-OPERADOR    PIC X(08).                             00018945
          05 FILLER              PIC X(03) VALUE ' - '.                 00018954
          05 WRK-NEG-NOME        PIC X(30).                             00018963
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00018972
          05 WRK-NEG-PERFIL      PIC X(08).                             00018981
          05 FILLER              PIC X(03) VALUE SPACES.                00018990
                                                                        00019000
      *====================================================             00019100
       PROCEDURE                                DIVISION.               00019200
      *====================================================             00019300
                                                                        00019400
      *----------------------------------------------------             00019500
       0000-PRINCIPAL                           SECTION.                00019600
      *----------------------------------------------------             00019700
                                                                        00019800
             PERFORM 1000-INICIALIZAR.                                  00019900
             PERFORM 1200-LER-MOVCLI.                                   00020000
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-MOVCLI.               00020100
             PERFORM 3000-FINALIZAR.                                    00020200
             STOP RUN.                                                  00020300
                                                                        00020400
       0000-99-FIM.          EXIT.                                      00020500
                                                                        00020600
      *----------------------------------------------------             00020700
       1000-INICIALIZAR                         SECTION.                00020800
      *----------------------------------------------------             00020900
                                                                        00021000
           OPEN INPUT  MOVCLI                                           00021100
                OUTPUT CLINOVO RELCLI.                                  00021200
                                                                        00021300
           IF WRK-FS-MOVCLI NOT EQUAL 00                                00021400
              DISPLAY ' ERRO NO OPEN MOVCLI FS=' WRK-FS-MOVCLI          00021500
              MOVE 12 TO RETURN-CODE                                    00021600
              STOP RUN                                                  00021700
           END-IF.                                                      00021800
           IF WRK-FS-CLINOVO NOT EQUAL 00                               00021900
              DISPLAY ' ERRO NO OPEN CLINOVO FS=' WRK-FS-CLINOVO        00022000
              MOVE 12 TO RETURN-CODE                                    00022100
              STOP RUN                                                  00022200
           END-IF.                                                      00022300
           IF WRK-FS-RELCLI NOT EQUAL 00                                00022400
              DISPLAY ' ERRO NO OPEN RELCLI FS=' WRK-FS-RELCLI          00022500
              MOVE 12 TO RETURN-CODE                                    00022600
              STOP RUN                                                  00022700
           END-IF.                                                      00022800
                                                                        00022900
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00023000
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                          00023100
           WRITE FD-RELCLI FROM WRK-LINHA-TRACO.                        00023200
           WRITE FD-RELCLI FROM WRK-LINHA-TITULO.                       00023300
           WRITE FD-RELCLI FROM WRK-LINHA-TRACO.                        00023400
           ACCEPT WRK-OPERCARD FROM SYSIN.                              00023450
                                                                        00023500
           PERFORM 1100-CARREGAR-CLICAD.                                00023600
                                                                        00023700
       1000-99-FIM.          EXIT.                                      00023800
                                                                        00023900
      *----------------------------------------------------             00024000
       1100-CARREGAR-CLICAD                     SECTION.                00024100
      *----------------------------------------------------             00024200
      * SEM CLICAD (PRIMEIRA CARGA) O CADASTRO COMECA                   00024300
      * VAZIO; CADASTRO MAIOR QUE A TABELA ABORTA.                      00024400
      *----------------------------------------------------             00024500
           OPEN INPUT CLICAD.                                           00024600
           IF WRK-FS-CLICAD NOT EQUAL 00                                00024700
              DISPLAY ' CLICAD INDISPONIVEL (FS='                       00024800
                      WRK-FS-CLICAD ') - CADASTRO NOVO'                 00024900
           ELSE                                                         00025000
              PERFORM 1110-LER-CLICAD                                   00025100
                      UNTIL WRK-FIM-CLICAD                              00025200
              CLOSE CLICAD                                              00025300
           END-IF.                                                      00025400
                                                                        00025500
       1100-99-FIM.          EXIT.                                      00025600
                                                                        00025700
      *----------------------------------------------------             00025800
       1110-LER-CLICAD                          SECTION.                00025900
      *----------------------------------------------------             00026000
           READ CLICAD                                                  00026100
             AT END                                                     00026200
               MOVE 'S' TO WRK-SW-FIMCLI                                00026300
           END-READ.                                                    00026400
           IF WRK-FS-CLICAD EQUAL 00                                    00026500
              IF WRK-QTD-CAD LESS 2000                                  00026600
                 ADD 1 TO WRK-QTD-CAD                                   00026700
                 MOVE FD-CLICAD TO WRK-TBCAD-REGISTRO (WRK-QTD-CAD)     00026800
                 ADD 1 TO WRK-QTD-CARREGADOS                            00026900
              ELSE                                                      00027000
                 DISPLAY ' TABELA DE CLIENTES ESGOTADA (2000) '         00027100
                 MOVE 12 TO RETURN-CODE                                 00027200
                 STOP RUN                                               00027300
              END-IF                                                    00027400
           END-IF.                                                      00027500
                                                                        00027600
       1110-99-FIM.          EXIT.                                      00027700
                                                                        00027800
      *----------------------------------------------------             00027900
       1200-LER-MOVCLI                          SECTION.                00028000
      *----------------------------------------------------             00028100
           READ MOVCLI                                                  00028200
             AT END                                                     00028300
               MOVE 'S' TO WRK-SW-FIM                                   00028400
           END-READ.                                                    00028500
                                                                        00028600
       1200-99-FIM.          EXIT.                                      00028700
                                                                        00028800
      *----------------------------------------------------             00028900
       2000-PROCESSAR                           SECTION.                00029000
      *----------------------------------------------------             00029100
           ADD 1 TO WRK-REGLIDOS.                                       00029200
                                                                        00029300
           PERFORM 2100-CRITICAR-MOVIMENTO.                             00029400
                                                                        00029500
           IF WRK-MOTIVO EQUAL SPACES                                   00029600
              EVALUATE FD-MOV-OPERACAO                                  00029700
                WHEN 'I'                                                00029800
                  PERFORM 2300-INCLUIR-CLIENTE                          00029900
                WHEN 'A'                                                00030000
                  MOVE FD-MOVCLI (7:143) TO                             00030100
                       WRK-TBCAD-DADOS (WRK-SUB-ACHADO)                 00030200
                  ADD 1 TO WRK-QTD-ALTERADOS                            00030300
                WHEN 'B'                                                00030400
                  MOVE 'B' TO WRK-TBCAD-SITUACAO (WRK-SUB-ACHADO)       00030500
                  MOVE WRK-DATA-HOJE TO                                 00030600
                       WRK-TBCAD-DTSITUACAO (WRK-SUB-ACHADO)            00030700
                  ADD 1 TO WRK-QTD-BLOQUEADOS                           00030800
                WHEN 'L'                                                00030900
                  MOVE 'A' TO WRK-TBCAD-SITUACAO (WRK-SUB-ACHADO)       00031000
                  MOVE WRK-DATA-HOJE TO                                 00031100
                       WRK-TBCAD-DTSITUACAO (WRK-SUB-ACHADO)            00031200
                  ADD 1 TO WRK-QTD-LIBERADOS                            00031300
              END-EVALUATE                                              00031400
              MOVE 'ACEITO   ' TO WRK-LM-RESULTADO                      00031500
           ELSE                                                         00031600
              ADD 1 TO WRK-QTD-RECUSADOS                                00031700
              MOVE 'RECUSADO ' TO WRK-LM-RESULTADO                      00031800
           END-IF.                                                      00031900
                                                                        00032000
           MOVE FD-MOV-OPERACAO TO WRK-LM-OPERACAO.                     00032100
           MOVE FD-MOV-CODIGO   TO WRK-LM-CODIGO.                       00032200
           MOVE FD-MOV-RAZAO    TO WRK-LM-RAZAO.                        00032300
           MOVE WRK-MOTIVO      TO WRK-LM-MOTIVO.                       00032400
           WRITE FD-RELCLI FROM WRK-LINHA-MOV.                          00032500
           IF WRK-MOV-NEGADO                                            00032514
              MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                  00032528
              MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                      00032542
              MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                    00032557
              WRITE FD-RELCLI FROM WRK-LINHA-NEGADO                     00032571
           END-IF.                                                      00032585
                                                                        00032600
           PERFORM 1200-LER-MOVCLI.                                     00032700
                                                                        00032800
       2000-99-FIM.          EXIT.                                      00032900
                                                                        00033000
      *----------------------------------------------------             00033100
       2100-CRITICAR-MOVIMENTO                  SECTION.                00033200
      *----------------------------------------------------             00033300
      * MOTIVO EM BRANCO = MOVIMENTO ACEITO.                            00033400
      *----------------------------------------------------             00033500
           MOVE SPACES TO WRK-MOTIVO.                                   00033600
           MOVE 'N' TO WRK-SW-NEGADO.                                   00033650
                                                                        00033700
           IF FD-MOV-CODIGO IS NUMERIC                                  00033800
              MOVE 'N' TO WRK-SW-ACHOU                                  00033900
              MOVE 1 TO WRK-SUB-CAD                                     00034000
              PERFORM 2110-PROCURAR-CLIENTE                             00034100
                      UNTIL WRK-SUB-CAD GREATER WRK-QTD-CAD             00034200
                         OR WRK-ACHOU                                   00034300
           END-IF.                                                      00034400
                                                                        00034500
           EVALUATE TRUE                                                00034600
             WHEN NOT FD-MOV-OPER-VALIDA                                00034700
               MOVE 'OPERACAO INVALIDA             ' TO WRK-MOTIVO      00034800
             WHEN FD-MOV-CODIGO NOT NUMERIC                             00034900
               MOVE 'CODIGO INVALIDO               ' TO WRK-MOTIVO      00035000
             WHEN FD-MOV-CODIGO EQUAL ZEROS                             00035100
               MOVE 'CODIGO INVALIDO               ' TO WRK-MOTIVO      00035200
             WHEN FD-MOV-OPERACAO EQUAL 'I' AND WRK-ACHOU               00035300
               MOVE 'CLIENTE JA CADASTRADO         ' TO WRK-MOTIVO      00035400
             WHEN FD-MOV-OPERACAO NOT EQUAL 'I'                         00035500
                  AND NOT WRK-ACHOU                                     00035600
               MOVE 'CLIENTE NAO CADASTRADO        ' TO WRK-MOTIVO      00035700
             WHEN FD-MOV-OPERACAO EQUAL 'B'                             00035800
                  AND WRK-TBCAD-SITUACAO (WRK-SUB-ACHADO) EQUAL 'B'     00035900
               MOVE 'CLIENTE JA BLOQUEADO          ' TO WRK-MOTIVO      00036000
             WHEN FD-MOV-OPERACAO EQUAL 'L'                             00036100
                  AND WRK-TBCAD-SITUACAO (WRK-SUB-ACHADO) EQUAL 'A'     00036200
               MOVE 'CLIENTE JA LIBERADO           ' TO WRK-MOTIVO      00036300
             WHEN FD-MOV-OPERACAO EQUAL 'I'                             00036400
                  OR FD-MOV-OPERACAO EQUAL 'A'                          00036500
               PERFORM 2200-CRITICAR-DADOS                              00036600
           END-EVALUATE.                                                00036700
                                                                        00036720
           IF WRK-MOTIVO EQUAL SPACES                                   00036740
              PERFORM 2120-VERIFICAR-AUTORIZACAO                        00036760
           END-IF.                                                      00036780
                                                                        00036800
       2100-99-FIM.          EXIT.                                      00036900
                                                                        00037000
      *----------------------------------------------------             00037100
       2110-PROCURAR-CLIENTE                    SECTION.                00037200
      *----------------------------------------------------             00037300
           IF WRK-TBCAD-CODIGO (WRK-SUB-CAD) EQUAL FD-MOV-CODIGO        00037400
              MOVE WRK-SUB-CAD TO WRK-SUB-ACHADO                        00037500
              MOVE 'S' TO WRK-SW-ACHOU                                  00037600
           END-IF.                                                      00037700
           ADD 1 TO WRK-SUB-CAD.                                        00037800
                                                                        00037900
       2110-99-FIM.          EXIT.                                      00038000
                                                                        00038003
      *----------------------------------------------------             00038006
       2120-VERIFICAR-AUTORIZACAO               SECTION.                00038010
      *----------------------------------------------------             00038013
      * O OPERADOR DO MOVIMENTO PRECISA DE PERMISSAO PARA               00038017
      * A OPERACAO (MODULO AUTORIZA); SEM ELA, OU COM                   00038020
      * OPERADOR DESCONHECIDO/INATIVO, O MOVIMENTO E                    00038024
      * RECUSADO.                                                       00038027
      *----------------------------------------------------             00038031
           MOVE 'FR01CB28'        TO WRK-AUT-PROGRAMA.                  00038034
           MOVE FD-MOV-OPERACAO   TO WRK-AUT-OPERACAO.                  00038037
           MOVE WRK-OPERADOR-AC   TO WRK-AUT-OPERADOR.                  00038041
           MOVE FD-MOV-CODIGO     TO WRK-AUT-CHAVE.                     00038044
           CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                  00038048
           EVALUATE TRUE                                                00038051
             WHEN WRK-AUT-AUTORIZADO                                    00038055
               CONTINUE                                                 00038058
             WHEN WRK-AUT-NEGADO                                        00038062
               MOVE 'OPERADOR SEM PERMISSAO        ' TO WRK-MOTIVO      00038065
               MOVE 'S' TO WRK-SW-NEGADO                                00038068
               ADD 1 TO WRK-QTD-NEGADOS                                 00038072
             WHEN OTHER                                                 00038075
               MOVE 'OPERADOR DESCONHECIDO/INATIVO ' TO WRK-MOTIVO      00038079
               MOVE 'S' TO WRK-SW-NEGADO                                00038082
               ADD 1 TO WRK-QTD-NEGADOS                                 00038086
           END-EVALUATE.                                                00038089
                                                                        00038093
       2120-99-FIM.          EXIT.                                      00038096
                                                                        00038100
      *----------------------------------------------------             00038200
       2200-CRITICAR-DADOS                      SECTION.                00038300
      *----------------------------------------------------             00038400
           MOVE 'N' TO WRK-SW-CNPJ.                                     00038500
           IF FD-MOV-CNPJ IS NUMERIC                                    00038600
              AND FD-MOV-CNPJ GREATER ZEROS                             00038700
              PERFORM 2250-VALIDAR-CNPJ                                 00038800
           END-IF.                                                      00038900
                                                                        00039000
           SET TB-FRETE-IDX TO 1.                                       00039100
           SEARCH ALL TB-FRETE-LINHA                                    00039200
             AT END                                                     00039300
               MOVE 'UF INVALIDA                   ' TO WRK-MOTIVO      00039400
             WHEN TB-FRETE-UF (TB-FRETE-IDX) EQUAL FD-MOV-UF            00039500
               CONTINUE                                                 00039600
           END-SEARCH.                                                  00039700
                                                                        00039800
           EVALUATE TRUE                                                00039900
             WHEN FD-MOV-RAZAO EQUAL SPACES                             00040000
               MOVE 'RAZAO SOCIAL EM BRANCO        ' TO WRK-MOTIVO      00040100
             WHEN NOT WRK-CNPJ-VALIDO                                   00040200
               MOVE 'CNPJ INVALIDO                 ' TO WRK-MOTIVO      00040300
             WHEN FD-MOV-ENDERECO EQUAL SPACES                          00040400
               MOVE 'ENDERECO EM BRANCO            ' TO WRK-MOTIVO      00040500
             WHEN FD-MOV-CIDADE EQUAL SPACES                            00040600
               MOVE 'CIDADE EM BRANCO              ' TO WRK-MOTIVO      00040700
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00040800
               CONTINUE                                                 00040900
             WHEN FD-MOV-CEP NOT NUMERIC                                00041000
               MOVE 'CEP INVALIDO                  ' TO WRK-MOTIVO      00041100
             WHEN FD-MOV-CEP EQUAL ZEROS                                00041200
               MOVE 'CEP INVALIDO                  ' TO WRK-MOTIVO      00041300
             WHEN FD-MOV-PRAZO NOT NUMERIC                              00041400
               MOVE 'PRAZO DE PAGAMENTO INVALIDO   ' TO WRK-MOTIVO      00041500
             WHEN FD-MOV-PRAZO LESS 1                                   00041600
               MOVE 'PRAZO DE PAGAMENTO INVALIDO   ' TO WRK-MOTIVO      00041700
             WHEN FD-MOV-PRAZO GREATER 180                              00041800
               MOVE 'PRAZO DE PAGAMENTO INVALIDO   ' TO WRK-MOTIVO      00041900
             WHEN FD-MOV-LIMITE NOT NUMERIC                             00042000
               MOVE 'LIMITE DE CREDITO INVALIDO    ' TO WRK-MOTIVO      00042100
             WHEN FD-MOV-LIMITE EQUAL ZEROS                             00042200
               MOVE 'LIMITE DE CREDITO INVALIDO    ' TO WRK-MOTIVO      00042300
           END-EVALUATE.                                                00042400
                                                                        00042500
       2200-99-FIM.          EXIT.                                      00042600
                                                                        00042700
      *----------------------------------------------------             00042800
       2250-VALIDAR-CNPJ                        SECTION.                00042900
      *----------------------------------------------------             00043000
      * MODULO 11: 1O DIGITO SOBRE OS 12 PRIMEIROS COM OS               00043100
      * PESOS 5432-98765432, 2O DIGITO SOBRE OS 13 PRIMEIROS            00043200
      * COM OS PESOS 6543-298765432; RESTO MENOR QUE 2 DA               00043300
      * DIGITO ZERO, SENAO 11 MENOS O RESTO.                            00043400
      *----------------------------------------------------             00043500
           MOVE FD-MOV-CNPJ TO WRK-CNPJ.                                00043600
                                                                        00043700
           MOVE 12 TO WRK-QTD-DIG.                                      00043800
           MOVE 2  TO WRK-SUB-PESO.                                     00043900
           PERFORM 2260-CALCULAR-DV.                                    00044000
           IF WRK-DV-CALC EQUAL WRK-CNPJ-DIG (13)                       00044100
              MOVE 13 TO WRK-QTD-DIG                                    00044200
              MOVE 1  TO WRK-SUB-PESO                                   00044300
              PERFORM 2260-CALCULAR-DV                                  00044400
              IF WRK-DV-CALC EQUAL WRK-CNPJ-DIG (14)                    00044500
                 MOVE 'S' TO WRK-SW-CNPJ                                00044600
              END-IF                                                    00044700
           END-IF.                                                      00044800
                                                                        00044900
       2250-99-FIM.          EXIT.                                      00045000
                                                                        00045100
      *----------------------------------------------------             00045200
       2260-CALCULAR-DV                         SECTION.                00045300
      *----------------------------------------------------             00045400
           MOVE ZEROS TO WRK-SOMA-DV.                                   00045500
           MOVE 1 TO WRK-SUB-DIG.                                       00045600
           PERFORM 2270-SOMAR-DIGITO                                    00045700
                   UNTIL WRK-SUB-DIG GREATER WRK-QTD-DIG.               00045800
                                                                        00045900
           DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOC-DV                  00046000
                  REMAINDER WRK-RESTO-DV.                               00046100
           IF WRK-RESTO-DV LESS 2                                       00046200
              MOVE ZEROS TO WRK-DV-CALC                                 00046300
           ELSE                                                         00046400
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DV                   00046500
           END-IF.                                                      00046600
                                                                        00046700
       2260-99-FIM.          EXIT.                                      00046800
                                                                        00046900
      *----------------------------------------------------             00047000
       2270-SOMAR-DIGITO                        SECTION.                00047100
      *----------------------------------------------------             00047200
           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +                          00047300
                   WRK-CNPJ-DIG (WRK-SUB-DIG) *                         00047400
                   WRK-PESO (WRK-SUB-PESO).                             00047500
           ADD 1 TO WRK-SUB-DIG.                                        00047600
           ADD 1 TO WRK-SUB-PESO.                                       00047700
                                                                        00047800
       2270-99-FIM.          EXIT.                                      00047900
                                                                        00048000
      *----------------------------------------------------             00048100
       2300-INCLUIR-CLIENTE                     SECTION.                00048200
      *----------------------------------------------------             00048300
           IF WRK-QTD-CAD LESS 2000                                     00048400
              ADD 1 TO WRK-QTD-CAD                                      00048500
              MOVE SPACES TO WRK-TBCAD-REGISTRO (WRK-QTD-CAD)           00048600
              MOVE FD-MOV-CODIGO TO WRK-TBCAD-CODIGO (WRK-QTD-CAD)      00048700
              MOVE FD-MOVCLI (7:143) TO                                 00048800
                   WRK-TBCAD-DADOS (WRK-QTD-CAD)                        00048900
              MOVE 'A' TO WRK-TBCAD-SITUACAO (WRK-QTD-CAD)              00049000
              MOVE WRK-DATA-HOJE TO                                     00049100
                   WRK-TBCAD-DTSITUACAO (WRK-QTD-CAD)                   00049200
              ADD 1 TO WRK-QTD-INCLUIDOS                                00049300
           ELSE                                                         00049400
              DISPLAY ' TABELA DE CLIENTES ESGOTADA (2000) '            00049500
              MOVE 12 TO RETURN-CODE                                    00049600
              STOP RUN                                                  00049700
           END-IF.                                                      00049800
                                                                        00049900
       2300-99-FIM.          EXIT.                                      00050000
                                                                        00050100
      *----------------------------------------------------             00050200
       3000-FINALIZAR                           SECTION.                00050300
      *----------------------------------------------------             00050400
           MOVE 1 TO WRK-SUB-CAD.                                       00050500
           PERFORM 3100-GRAVAR-CLIENTE                                  00050600
                   UNTIL WRK-SUB-CAD GREATER WRK-QTD-CAD.               00050700
                                                                        00050800
           CLOSE MOVCLI CLINOVO RELCLI.                                 00050900
                                                                        00051000
           DISPLAY ' ============================================'.     00051100
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB28          '.     00051200
           DISPLAY ' ============================================'.     00051300
           DISPLAY ' CLIENTES DO CLICAD.......' WRK-QTD-CARREGADOS.     00051400
           DISPLAY ' MOVIMENTOS LIDOS.........' WRK-REGLIDOS.           00051500
           DISPLAY ' CLIENTES INCLUIDOS.......' WRK-QTD-INCLUIDOS.      00051600
           DISPLAY ' CLIENTES ALTERADOS.......' WRK-QTD-ALTERADOS.      00051700
           DISPLAY ' CLIENTES BLOQUEADOS......' WRK-QTD-BLOQUEADOS.     00051800
           DISPLAY ' CLIENTES LIBERADOS.......' WRK-QTD-LIBERADOS.      00051900
           DISPLAY ' MOVIMENTOS RECUSADOS.....' WRK-QTD-RECUSADOS.      00052000
           DISPLAY ' NEGADOS PELO AUTORIZA....' WRK-QTD-NEGADOS.        00052050
           DISPLAY ' CLIENTES GRAVADOS........' WRK-QTD-GRAVADOS.       00052100
           DISPLAY ' ============================================'.     00052200
                                                                        00052300
       3000-99-FIM.          EXIT.                                      00052400
                                                                        00052500
      *----------------------------------------------------             00052600
       3100-GRAVAR-CLIENTE                      SECTION.                00052700
      *----------------------------------------------------             00052800
           WRITE FD-CLINOVO FROM WRK-TBCAD-REGISTRO (WRK-SUB-CAD).      00052900
           ADD 1 TO WRK-QTD-GRAVADOS.                                   00053000
           ADD 1 TO WRK-SUB-CAD.                                        00053100
                                                                        00053200
       3100-99-FIM.          EXIT.                                      00053300
