      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX48.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:08/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: REVISAO MENSAL DO LIMITE DE CHEQUE ESPECIAL.    *   00001200
      *    O LIMITE DO CLIENTES (POSICOES 68-75) SO MUDAVA QUANDO   *   00001300
      *    ALGUEM DIGITAVA UM ALTLIMIT PARA O FR19EX11. ESTE        *   00001400
      *    PROGRAMA LE, POR CONTA (AGENCIA + CONTA):                *   00001500
      *     HISTMOV  - CREDITOS EFETIVADOS (TIPOMOV C, SITUACAO P)  *   00001600
      *                NOS MESES DA JANELA; 'CREDITO SALARIO...'    *   00001700
      *                (MOVSAL DO FR19EX40) CONTA COMO SALARIO      *   00001800
      *     NEGSAI   - DIAS EM NEGATIVO DO FR19EX30 (FORA = 0)      *   00001900
      *     CLIENTES - STATUS E LIMITE ATUAL (ZEROS = PADRAO)       *   00002000
      *    A RENDA E RECORRENTE QUANDO HOUVE CREDITO EM PELO MENOS  *   00002100
      *    O MINIMO DE MESES DO CARTAO 3. A RENDA MEDIA (TOTAL DE   *   00002200
      *    CREDITOS / MESES DA JANELA) VEZES O MULTIPLO DA FAIXA DE *   00002300
      *    RISCO DO PARLIM, LIMITADA AO TETO DA FAIXA E TRUNCADA NA *   00002400
      *    CENTENA, E O LIMITE PROPOSTO. A FAIXA E A PRIMEIRA CUJO  *   00002500
      *    LIMITE DE DIAS COBRE OS DIAS EM NEGATIVO (ACIMA DO       *   00002600
      *    ULTIMO, A ULTIMA). FAIXA COM MULTIPLO ZERO CORTA O       *   00002700
      *    LIMITE MESMO SEM RENDA: PROPOE 00000001, POIS ZEROS NO   *   00002800
      *    ALTLIMIT VOLTAM AO PADRAO. SEM RENDA RECORRENTE NAS      *   00002900
      *    DEMAIS FAIXAS O LIMITE FICA; CONTA BLOQUEADA NAO E       *   00003000
      *    REVISADA.                                                *   00003100
      *    SO SAI CARTAO QUANDO O PROPOSTO DIFERE DO LIMITE EFETIVO.*   00003200
      *    O TRANSCLI GERADO COMECA COM O CARTAO DE MODO VALIDAR:   *   00003300
      *    O FR19EX11 SO CRITICA E LISTA, E A AREA DE CREDITO       *   00003400
      *    REVISA O RELLIM (JUSTIFICATIVA POR CONTA) ANTES DE       *   00003500
      *    TROCAR O CARTAO PARA PROCESS.                            *   00003600
      *    PARLIM: FAIXA X(02), LIMITE DE DIAS 9(05), MULTIPLO DA   *   00003700
      *    RENDA 9(02)V9 E TETO 9(08), EM ORDEM CRESCENTE DE DIAS.  *   00003800
      *    TODAS AS ENTRADAS CLASSIFICADAS POR AGENCIA + CONTA.     *   00003900
      *    CARTAO SYSIN 1: COMPETENCIA AAAAMM (ZEROS = MES ANTERIOR)*   00004000
      *                    = ULTIMO MES DA JANELA                   *   00004100
      *    CARTAO SYSIN 2: MESES DA JANELA 9(02) (ZEROS = 6, ATE 12)*   00004200
      *    CARTAO SYSIN 3: MINIMO DE MESES COM CREDITO 9(02)        *   00004300
      *                    (ZEROS = 3)                              *   00004400
      *    CARTAO SYSIN 4: LIMITE PADRAO 9(08) (ZEROS = 5000, O     *   00004500
      *                    MESMO DO FR19EX04)                       *   00004600
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004700
      *-------------------------------------------------------------*   00004800
      *   ARQUIVOS...:                                              *   00004900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005000
      *    PARLIM               I                  -----------      *   00005100
      *    CLIENTES             I                  -----------      *   00005200
      *    HISTMOV              I                  -----------      *   00005300
      *    NEGSAI               I                  -----------      *   00005400
      *    TRANSCLI             O                  -----------      *   00005500
      *    RELLIM               O                  -----------      *   00005600
      *-------------------------------------------------------------*   00005700
      *   MODULOS....:                             INCLUDE/BOOK     *   00005800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005900
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00006000
      *=============================================================*   00006100
                                                                        00006200
      *=============================================================*   00006300
       ENVIRONMENT                               DIVISION.              00006400
      *=============================================================*   00006500
                                                                        00006600
      *=============================================================*   00006700
       CONFIGURATION                               SECTION.             00006800
      *=============================================================*   00006900
       SPECIAL-NAMES.                                                   00007000
           DECIMAL-POINT IS COMMA.                                      00007100
                                                                        00007200
       INPUT-OUTPUT                                SECTION.             00007300
       FILE-CONTROL.                                                    00007400
            SELECT PARLIM ASSIGN TO PARLIM                              00007500
                 FILE STATUS IS WRK-FS-PARLIM.                          00007600
                                                                        00007700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007800
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007900
                                                                        00008000
            SELECT HISTMOV ASSIGN TO HISTMOV                            00008100
                 FILE STATUS IS WRK-FS-HISTMOV.                         00008200
                                                                        00008300
            SELECT NEGSAI ASSIGN TO NEGSAI                              00008400
                 FILE STATUS IS WRK-FS-NEGSAI.                          00008500
                                                                        00008600
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008700
                                                                        00008800
            SELECT TRANSCLI ASSIGN TO TRANSCLI                          00008900
                 FILE STATUS IS WRK-FS-TRANSCLI.                        00009000
                                                                        00009100
            SELECT RELLIM ASSIGN TO RELLIM                              00009200
                 FILE STATUS IS WRK-FS-RELLIM.                          00009300
                                                                        00009400
      *=============================================================*   00009500
       DATA                                      DIVISION.              00009600
      *=============================================================*   00009700
       FILE                                      SECTION.               00009800
      *-------------------LRECL 30----------------------------------*   00009900
       FD PARLIM                                                        00010000
           RECORDING MODE IS F                                          00010100
           LABEL RECORD IS STANDARD                                     00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-PARLIM.                                                    00010400
          05 FD-PAR-FAIXA        PIC X(02).                             00010500
          05 FD-PAR-DIASATE      PIC 9(05).                             00010600
          05 FD-PAR-MULTIPLO     PIC 9(02)V9.                           00010700
          05 FD-PAR-TETO         PIC 9(08).                             00010800
          05 FILLER              PIC X(12).                             00010900
                                                                        00011000
      *-------------------LRECL 89----------------------------------*   00011100
       FD CLIENTES                                                      00011200
           RECORDING MODE IS F                                          00011300
           LABEL RECORD IS STANDARD                                     00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-CLIENTES.                                                  00011600
          05 FD-CHAVE.                                                  00011700
             10 FD-AGENCIA      PIC X(04).                              00011800
             10 FD-CONTA        PIC X(04).                              00011900
          05 FD-NOME            PIC X(30).                              00012000
          05 FD-SALDO           PIC S9(08).                             00012100
          05 FD-STATUS          PIC X(01).                              00012200
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012300
          05 FD-LIMITE          PIC 9(08).                              00012400
          05 FD-DOCUMENTO       PIC 9(14).                              00012500
                                                                        00012600
      *-------------------LRECL 56----------------------------------*   00012700
       FD HISTMOV                                                       00012800
           RECORDING MODE IS F                                          00012900
           LABEL RECORD IS STANDARD                                     00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-HISTMOV.                                                   00013200
          05 FD-HIS-CHAVE.                                              00013300
             10 FD-HIS-AGENCIA      PIC X(04).                          00013400
             10 FD-HIS-CONTA        PIC X(04).                          00013500
          05 FD-HIS-DATA            PIC 9(08).                          00013600
          05 FD-HIS-DATA-R REDEFINES FD-HIS-DATA.                       00013700
             10 FD-HIS-ANO          PIC 9(04).                          00013800
             10 FD-HIS-MES          PIC 9(02).                          00013900
             10 FD-HIS-DIA          PIC 9(02).                          00014000
          05 FD-HIS-HISTORICO       PIC X(30).                          00014100
          05 FD-HIS-VALOR           PIC 9(08).                          00014200
          05 FD-HIS-TIPOMOV         PIC X(01).                          00014300
          05 FD-HIS-SITUACAO        PIC X(01).                          00014400
                                                                        00014500
      *-------------------LRECL 29----------------------------------*   00014600
       FD NEGSAI                                                        00014700
           RECORDING MODE IS F                                          00014800
           LABEL RECORD IS STANDARD                                     00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-NEGSAI.                                                    00015100
          05 FD-NSA-CHAVE.                                              00015200
             10 FD-NSA-AGENCIA  PIC X(04).                              00015300
             10 FD-NSA-CONTA    PIC X(04).                              00015400
          05 FD-NSA-DIAS        PIC 9(05).                              00015500
          05 FD-NSA-SALDO       PIC S9(08).                             00015600
          05 FD-NSA-DATAINI     PIC 9(08).                              00015700
                                                                        00015800
      *-------------------LRECL 60----------------------------------*   00015900
       FD TRANSCLI                                                      00016000
           RECORDING MODE IS F.                                         00016100
       01 FD-TRANSCLI.                                                  00016200
          05 FD-TRC-OPERACAO    PIC X(08).                              00016300
          05 FD-TRC-CHAVE.                                              00016400
             10 FD-TRC-AGENCIA  PIC X(04).                              00016500
             10 FD-TRC-CONTA    PIC X(04).                              00016600
          05 FD-TRC-NOME.                                               00016700
             10 FD-TRC-LIMITE   PIC 9(08).                              00016800
             10 FILLER          PIC X(22).                              00016900
          05 FD-TRC-DOCUMENTO   PIC X(14).                              00017000
                                                                        00017100
      *-------------------LRECL 100---------------------------------*   00017200
       FD RELLIM                                                        00017300
           RECORDING MODE IS F.                                         00017400
       01 FD-RELLIM               PIC X(100).                           00017500
                                                                        00017600
      *=============================================================*   00017700
       WORKING-STORAGE                             SECTION.             00017800
      *=============================================================*   00017900
                                                                        00018000
       01 FILLER          PIC X(64) VALUE                               00018100
           '-----------BOOK LOGERROS------------------------'.          00018200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00018300
       COPY '#GLOG'.                                                    00018400
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00018500
       COPY '#GSTAT'.                                                   00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
       01 FILLER          PIC X(64) VALUE                               00018900
           '-----------VARIAVEIS DE STATUS------------------'.          00019000
                                                                        00019100
       77 WRK-FS-PARLIM   PIC 9(02).                                    00019200
       77 WRK-FS-CLIENTES PIC 9(02).                                    00019300
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00019400
       77 WRK-FS-NEGSAI   PIC 9(02).                                    00019500
       77 WRK-FS-TRANSCLI PIC 9(02).                                    00019600
       77 WRK-FS-RELLIM   PIC 9(02).                                    00019700
                                                                        00019800
       01 FILLER          PIC X(64) VALUE                               00019900
           '-----------PARAMETROS SYSIN---------------------'.          00020000
                                                                        00020100
       01 WRK-CARTAO-COMPET.                                            00020200
          05 FILLER              PIC X(10).                             00020300
          05 WRK-CARTAO-COMPET-AC PIC 9(06).                            00020400
       01 WRK-CARTAO-JANELA.                                            00020500
          05 FILLER              PIC X(10).                             00020600
          05 WRK-CARTAO-JANELA-AC PIC 9(02).                            00020700
       01 WRK-CARTAO-MINIMO.                                            00020800
          05 FILLER              PIC X(10).                             00020900
          05 WRK-CARTAO-MINIMO-AC PIC 9(02).                            00021000
       01 WRK-CARTAO-PADRAO.                                            00021100
          05 FILLER              PIC X(10).                             00021200
          05 WRK-CARTAO-PADRAO-AC PIC 9(08).                            00021300
                                                                        00021400
       77 WRK-MESES-JANELA PIC 9(02) VALUE ZEROES.                      00021500
       77 WRK-MESES-MINIMO PIC 9(02) VALUE ZEROES.                      00021600
       77 WRK-LIMITE-PADRAO PIC 9(08) VALUE ZEROES.                     00021700
                                                                        00021800
      *-------COMPETENCIA E JANELA EM MESES CORRIDOS (ANO X 12 + MES)*  00021900
       01 WRK-DATA-HOJE.                                                00022000
          05 WRK-HOJE-ANO        PIC 9(04).                             00022100
          05 WRK-HOJE-MES        PIC 9(02).                             00022200
          05 WRK-HOJE-DIA        PIC 9(02).                             00022300
       01 WRK-COMPETENCIA.                                              00022400
          05 WRK-COMP-ANO        PIC 9(04).                             00022500
          05 WRK-COMP-MES        PIC 9(02).                             00022600
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA                   00022700
                                 PIC 9(06).                             00022800
       77 WRK-MES-FIM     PIC 9(06) VALUE ZEROES.                       00022900
       77 WRK-MES-INICIO  PIC 9(06) VALUE ZEROES.                       00023000
       77 WRK-MES-MOV     PIC 9(06) VALUE ZEROES.                       00023100
       77 WRK-IDX-MES     PIC 9(02) VALUE ZEROES.                       00023200
       77 WRK-SUB-MES     PIC 9(02) VALUE ZEROES.                       00023300
                                                                        00023400
       01 FILLER          PIC X(64) VALUE                               00023500
           '-----------FAIXAS DE RISCO (PARLIM)-------------'.          00023600
                                                                        00023700
       77 WRK-SW-FIM-PAR  PIC X(01) VALUE 'N'.                          00023800
           88 WRK-FIM-PARLIM        VALUE 'S'.                          00023900
       77 WRK-QTD-FAI     PIC 9(02) VALUE ZEROES.                       00024000
       77 WRK-SUB-FAI     PIC 9(02) VALUE ZEROES.                       00024100
       77 WRK-IDX-FAI     PIC 9(02) VALUE ZEROES.                       00024200
       01 WRK-TAB-FAIXAS.                                               00024300
          05 WRK-FAI-LINHA OCCURS 10 TIMES.                             00024400
             10 WRK-FAI-FAIXA      PIC X(02).                           00024500
             10 WRK-FAI-DIASATE    PIC 9(05).                           00024600
             10 WRK-FAI-MULTIPLO   PIC 9(02)V9.                         00024700
             10 WRK-FAI-TETO       PIC 9(08).                           00024800
                                                                        00024900
       01 FILLER          PIC X(64) VALUE                               00025000
           '-----------APURACAO DA CONTA--------------------'.          00025100
                                                                        00025200
       01 WRK-TAB-MESES.                                                00025300
          05 WRK-MES-CREDITO      PIC 9(10) OCCURS 12 TIMES.            00025400
          05 WRK-MES-SALARIO      PIC 9(01) OCCURS 12 TIMES.            00025500
       77 WRK-TOT-CREDITOS PIC 9(11) VALUE ZEROES.                      00025600
       77 WRK-QTD-MESES-CRED PIC 9(02) VALUE ZEROES.                    00025700
       77 WRK-QTD-MESES-SAL PIC 9(02) VALUE ZEROES.                     00025800
       77 WRK-RENDA-MEDIA PIC 9(10) VALUE ZEROES.                       00025900
       77 WRK-DIAS-NEGAT  PIC 9(05) VALUE ZEROES.                       00026000
       77 WRK-LIMITE-ATUAL PIC 9(08) VALUE ZEROES.                      00026100
       77 WRK-LIMITE-PROPOSTO PIC 9(10) VALUE ZEROES.                   00026200
       77 WRK-CENTENAS    PIC 9(08) VALUE ZEROES.                       00026300
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.                       00026400
       77 WRK-SW-PROPOR   PIC X(01) VALUE 'N'.                          00026500
           88 WRK-PROPOR-LIMITE     VALUE 'S'.                          00026600
                                                                        00026700
       01 FILLER          PIC X(64) VALUE                               00026800
           '-----------CONTADORES E CONTROLES---------------'.          00026900
                                                                        00027000
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00027100
           88 WRK-DADO-CLI-OK       VALUE 'S'.                          00027200
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00027300
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00027400
       77 WRK-REGLIDOS    PIC 9(07) VALUE ZEROES.                       00027500
       77 WRK-REGHISTMOV  PIC 9(07) VALUE ZEROES.                       00027600
       77 WRK-REGSEMCAD   PIC 9(07) VALUE ZEROES.                       00027700
       77 WRK-QTD-BLOQ    PIC 9(07) VALUE ZEROES.                       00027800
       77 WRK-QTD-SEMRENDA PIC 9(07) VALUE ZEROES.                      00027900
       77 WRK-QTD-MANTIDOS PIC 9(07) VALUE ZEROES.                      00028000
       77 WRK-QTD-AUMENTO PIC 9(07) VALUE ZEROES.                       00028100
       77 WRK-QTD-REDUCAO PIC 9(07) VALUE ZEROES.                       00028200
       77 WRK-REGTRANS    PIC 9(07) VALUE ZEROES.                       00028300
                                                                        00028400
       01 FILLER          PIC X(64) VALUE                               00028500
           '-----------LINHAS DO RELATORIO------------------'.          00028600
       01 WRK-LINHA-TITULO.                                             00028700
          05 FILLER              PIC X(50) VALUE                        00028800
             'REVISAO DE LIMITE DE CHEQUE ESPECIAL - JANELA DE  '.      00028900
          05 WRK-TIT-INICIO      PIC 9(06).                             00029000
          05 FILLER              PIC X(03) VALUE ' A '.                 00029100
          05 WRK-TIT-FIM         PIC 9(06).                             00029200
          05 FILLER              PIC X(35) VALUE                        00029300
             ' - LOTE ALTLIMIT EM MODO VALIDAR'.                        00029400
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00029500
       01 WRK-LINHA-CABEC.                                              00029600
          05 FILLER              PIC X(50) VALUE                        00029700
             'AGEN/CONT NOME              ST  DIAS FX MESES SAL '.      00029800
          05 FILLER              PIC X(50) VALUE                        00029900
             'RENDA MED. LIM. ATUAL   PROPOSTO  JUSTIFICATIVA   '.      00030000
       01 WRK-LINHA-CONTA.                                              00030100
          05 WRK-LCT-AGENCIA     PIC X(04).                             00030200
          05 FILLER              PIC X(01) VALUE '/'.                   00030300
          05 WRK-LCT-CONTA       PIC X(04).                             00030400
          05 FILLER              PIC X(01) VALUE SPACES.                00030500
          05 WRK-LCT-NOME        PIC X(18).                             00030600
          05 FILLER              PIC X(01) VALUE SPACES.                00030700
          05 WRK-LCT-STATUS      PIC X(01).                             00030800
          05 FILLER              PIC X(01) VALUE SPACES.                00030900
          05 WRK-LCT-DIAS        PIC ZZZZ9.                             00031000
          05 FILLER              PIC X(01) VALUE SPACES.                00031100
          05 WRK-LCT-FAIXA       PIC X(02).                             00031200
          05 FILLER              PIC X(01) VALUE SPACES.                00031300
          05 WRK-LCT-MESES-CRED  PIC Z9.                                00031400
          05 FILLER              PIC X(01) VALUE '/'.                   00031500
          05 WRK-LCT-MESES-JAN   PIC 99.                                00031600
          05 FILLER              PIC X(02) VALUE SPACES.                00031700
          05 WRK-LCT-MESES-SAL   PIC Z9.                                00031800
          05 FILLER              PIC X(01) VALUE SPACES.                00031900
          05 WRK-LCT-RENDA       PIC ZZ.ZZZ.ZZ9.                        00032000
          05 FILLER              PIC X(01) VALUE SPACES.                00032100
          05 WRK-LCT-ATUAL       PIC ZZ.ZZZ.ZZ9.                        00032200
          05 FILLER              PIC X(01) VALUE SPACES.                00032300
          05 WRK-LCT-PROPOSTO    PIC ZZ.ZZZ.ZZ9.                        00032400
          05 FILLER              PIC X(02) VALUE SPACES.                00032500
          05 WRK-LCT-MOTIVO      PIC X(16).                             00032600
                                                                        00032700
      *=============================================================*   00032800
       PROCEDURE DIVISION.                                              00032900
      *=============================================================*   00033000
                                                                        00033100
      *-------------------------------------------------------------*   00033200
       0000-PRINCIPAL                           SECTION.                00033300
      *-------------------------------------------------------------*   00033400
                                                                        00033500
            PERFORM  1000-INICIAR.                                      00033600
                                                                        00033700
            PERFORM  1200-LER-CLIENTES.                                 00033800
            PERFORM  1300-LER-HISTMOV.                                  00033900
            PERFORM  1400-LER-NEGSAI.                                   00034000
                                                                        00034100
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-CLIENTES.             00034200
                                                                        00034300
            PERFORM  3000-FINALIZAR.                                    00034400
                                                                        00034500
            STOP RUN.                                                   00034600
                                                                        00034700
      *-------------------------------------------------------------*   00034800
       1000-INICIAR                             SECTION.                00034900
      *-------------------------------------------------------------*   00035000
             OPEN INPUT  PARLIM CLIENTES HISTMOV NEGSAI                 00035100
                  OUTPUT TRANSCLI RELLIM.                               00035200
                                                                        00035300
               PERFORM 4000-TESTARSTATUS.                               00035400
                                                                        00035500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00035600
                                                                        00035700
               ACCEPT WRK-CARTAO-COMPET FROM SYSIN.                     00035800
               IF WRK-CARTAO-COMPET-AC NOT NUMERIC                      00035900
                  OR WRK-CARTAO-COMPET-AC EQUAL ZEROES                  00036000
                  MOVE WRK-HOJE-ANO TO WRK-COMP-ANO                     00036100
                  MOVE WRK-HOJE-MES TO WRK-COMP-MES                     00036200
                  IF WRK-COMP-MES EQUAL 01                              00036300
                     MOVE 12 TO WRK-COMP-MES                            00036400
                     SUBTRACT 1 FROM WRK-COMP-ANO                       00036500
                  ELSE                                                  00036600
                     SUBTRACT 1 FROM WRK-COMP-MES                       00036700
                  END-IF                                                00036800
               ELSE                                                     00036900
                  MOVE WRK-CARTAO-COMPET-AC TO WRK-COMPETENCIA-R        00037000
               END-IF.                                                  00037100
                                                                        00037200
               ACCEPT WRK-CARTAO-JANELA FROM SYSIN.                     00037300
               IF WRK-CARTAO-JANELA-AC NOT NUMERIC                      00037400
                  OR WRK-CARTAO-JANELA-AC EQUAL ZEROES                  00037500
                  MOVE 6 TO WRK-MESES-JANELA                            00037600
               ELSE                                                     00037700
                  MOVE WRK-CARTAO-JANELA-AC TO WRK-MESES-JANELA         00037800
               END-IF.                                                  00037900
               IF WRK-MESES-JANELA GREATER 12                           00038000
                  MOVE 'JANELA ACIMA DE 12 MESES     ' TO WRK-MSGERRO   00038100
                  MOVE '1000' TO WRK-SECAO                              00038200
                  PERFORM 9100-ERRO-CONTROLE                            00038300
               END-IF.                                                  00038400
                                                                        00038500
               ACCEPT WRK-CARTAO-MINIMO FROM SYSIN.                     00038600
               IF WRK-CARTAO-MINIMO-AC NOT NUMERIC                      00038700
                  OR WRK-CARTAO-MINIMO-AC EQUAL ZEROES                  00038800
                  MOVE 3 TO WRK-MESES-MINIMO                            00038900
               ELSE                                                     00039000
                  MOVE WRK-CARTAO-MINIMO-AC TO WRK-MESES-MINIMO         00039100
               END-IF.                                                  00039200
               IF WRK-MESES-MINIMO GREATER WRK-MESES-JANELA             00039300
                  MOVE WRK-MESES-JANELA TO WRK-MESES-MINIMO             00039400
               END-IF.                                                  00039500
                                                                        00039600
               ACCEPT WRK-CARTAO-PADRAO FROM SYSIN.                     00039700
               IF WRK-CARTAO-PADRAO-AC NOT NUMERIC                      00039800
                  OR WRK-CARTAO-PADRAO-AC EQUAL ZEROES                  00039900
                  MOVE 5000 TO WRK-LIMITE-PADRAO                        00040000
               ELSE                                                     00040100
                  MOVE WRK-CARTAO-PADRAO-AC TO WRK-LIMITE-PADRAO        00040200
               END-IF.                                                  00040300
                                                                        00040400
      *-------JANELA EM MESES CORRIDOS: FIM = COMPETENCIA------------*  00040500
               COMPUTE WRK-MES-FIM = WRK-COMP-ANO * 12 + WRK-COMP-MES.  00040600
               COMPUTE WRK-MES-INICIO = WRK-MES-FIM                     00040700
                                      - WRK-MESES-JANELA + 1.           00040800
                                                                        00040900
               PERFORM 1100-CARREGAR-FAIXAS UNTIL WRK-FIM-PARLIM.       00041000
               IF WRK-QTD-FAI EQUAL ZEROES                              00041100
                  MOVE 'PARLIM SEM FAIXAS DE RISCO   ' TO WRK-MSGERRO   00041200
                  MOVE '1100' TO WRK-SECAO                              00041300
                  PERFORM 9100-ERRO-CONTROLE                            00041400
               END-IF.                                                  00041500
                                                                        00041600
      *-------CARTAO DE MODO: O LOTE SEMPRE NASCE EM VALIDACAO-------*  00041700
               MOVE SPACES    TO FD-TRANSCLI.                           00041800
               MOVE 'VALIDAR' TO FD-TRC-OPERACAO.                       00041900
               WRITE FD-TRANSCLI.                                       00042000
                                                                        00042100
      *-------PRIMEIRO MES DA JANELA DE VOLTA EM AAAAMM--------------*  00042200
               MOVE WRK-COMPETENCIA-R TO WRK-TIT-FIM.                   00042300
               SUBTRACT 1 FROM WRK-MES-INICIO GIVING WRK-MES-MOV.       00042400
               DIVIDE WRK-MES-MOV BY 12 GIVING WRK-COMP-ANO             00042500
                      REMAINDER WRK-COMP-MES.                           00042600
               ADD 1 TO WRK-COMP-MES.                                   00042700
               MOVE WRK-COMPETENCIA-R TO WRK-TIT-INICIO.                00042800
               MOVE WRK-TIT-FIM       TO WRK-COMPETENCIA-R.             00042900
                                                                        00043000
               WRITE FD-RELLIM FROM WRK-LINHA-TRACO.                    00043100
               WRITE FD-RELLIM FROM WRK-LINHA-TITULO.                   00043200
               WRITE FD-RELLIM FROM WRK-LINHA-TRACO.                    00043300
               WRITE FD-RELLIM FROM WRK-LINHA-CABEC.                    00043400
               WRITE FD-RELLIM FROM WRK-LINHA-TRACO.                    00043500
                                                                        00043600
               MOVE 'FR19EX48' TO WRK-EST-PROGRAMA.                     00043700
               MOVE 'I' TO WRK-EST-EVENTO.                              00043800
               MOVE ZEROES TO WRK-EST-LIDOS                             00043900
                              WRK-EST-GRAVADOS                          00044000
                              WRK-EST-REJEITADOS.                       00044100
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00044200
                                                                        00044300
       1000-99-FIM.              EXIT.                                  00044400
      *-------------------------------------------------------------*   00044500
       1100-CARREGAR-FAIXAS                     SECTION.                00044600
      *-------------------------------------------------------------*   00044700
      *   FAIXAS EM ORDEM CRESCENTE DE DIAS; FORA DE ORDEM OU NAO   *   00044800
      *   NUMERICA INVALIDA A TABELA INTEIRA (RC=8).                *   00044900
      *-------------------------------------------------------------*   00045000
            READ PARLIM                                                 00045100
              AT END                                                    00045200
                MOVE 'S' TO WRK-SW-FIM-PAR                              00045300
            END-READ.                                                   00045400
            PERFORM 4100-TESTARSTATUS-PARLIM.                           00045500
            IF WRK-FS-PARLIM NOT EQUAL 00                               00045600
               GO TO 1100-99-FIM.                                       00045700
                                                                        00045800
            IF FD-PAR-DIASATE NOT NUMERIC                               00045900
               OR FD-PAR-MULTIPLO NOT NUMERIC                           00046000
               OR FD-PAR-TETO NOT NUMERIC                               00046100
               MOVE 'PARLIM COM FAIXA INVALIDA    ' TO WRK-MSGERRO      00046200
               MOVE '1100' TO WRK-SECAO                                 00046300
               PERFORM 9100-ERRO-CONTROLE                               00046400
            END-IF.                                                     00046500
            IF WRK-QTD-FAI GREATER ZEROES                               00046600
               IF FD-PAR-DIASATE NOT GREATER                            00046700
                  WRK-FAI-DIASATE (WRK-QTD-FAI)                         00046800
                  MOVE 'PARLIM FORA DE ORDEM DE DIAS ' TO WRK-MSGERRO   00046900
                  MOVE '1100' TO WRK-SECAO                              00047000
                  PERFORM 9100-ERRO-CONTROLE                            00047100
               END-IF                                                   00047200
            END-IF.                                                     00047300
            IF WRK-QTD-FAI NOT LESS 10                                  00047400
               MOVE 'PARLIM ACIMA DE 10 FAIXAS    ' TO WRK-MSGERRO      00047500
               MOVE '1100' TO WRK-SECAO                                 00047600
               PERFORM 9100-ERRO-CONTROLE                               00047700
            END-IF.                                                     00047800
            ADD 1 TO WRK-QTD-FAI.                                       00047900
            MOVE FD-PAR-FAIXA    TO WRK-FAI-FAIXA (WRK-QTD-FAI).        00048000
            MOVE FD-PAR-DIASATE  TO WRK-FAI-DIASATE (WRK-QTD-FAI).      00048100
            MOVE FD-PAR-MULTIPLO TO WRK-FAI-MULTIPLO (WRK-QTD-FAI).     00048200
            MOVE FD-PAR-TETO     TO WRK-FAI-TETO (WRK-QTD-FAI).         00048300
       1100-99-FIM.              EXIT.                                  00048400
      *-------------------------------------------------------------*   00048500
       1200-LER-CLIENTES                        SECTION.                00048600
      *-------------------------------------------------------------*   00048700
                 MOVE 'N' TO WRK-SW-DADO-CLI.                           00048800
                 PERFORM 1210-LER-REG-CLIENTES UNTIL WRK-DADO-CLI-OK.   00048900
       1200-99-FIM.              EXIT.                                  00049000
      *-------------------------------------------------------------*   00049100
       1210-LER-REG-CLIENTES                    SECTION.                00049200
      *-------------------------------------------------------------*   00049300
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00049400
                 READ CLIENTES                                          00049500
                   AT END                                               00049600
                     MOVE HIGH-VALUES TO FD-CHAVE                       00049700
                     MOVE 'S' TO WRK-SW-FIM-CLI                         00049800
                     MOVE 'S' TO WRK-SW-DADO-CLI                        00049900
                 END-READ.                                              00050000
                 PERFORM 4200-TESTARSTATUS-CLIENTES.                    00050100
                 IF WRK-FS-CLIENTES EQUAL 00                            00050200
                    IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'          00050300
                       AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'         00050400
                       ADD 1 TO WRK-REGLIDOS                            00050500
                       MOVE 'S' TO WRK-SW-DADO-CLI                      00050600
                    END-IF                                              00050700
                 END-IF.                                                00050800
       1210-99-FIM.              EXIT.                                  00050900
      *-------------------------------------------------------------*   00051000
       1300-LER-HISTMOV                         SECTION.                00051100
      *-------------------------------------------------------------*   00051200
                 READ HISTMOV                                           00051300
                   AT END                                               00051400
                     MOVE HIGH-VALUES TO FD-HIS-CHAVE                   00051500
                 END-READ.                                              00051600
                 PERFORM 4300-TESTARSTATUS-HISTMOV.                     00051700
                 IF WRK-FS-HISTMOV EQUAL 00                             00051800
                    ADD 1 TO WRK-REGHISTMOV                             00051900
                 END-IF.                                                00052000
       1300-99-FIM.              EXIT.                                  00052100
      *-------------------------------------------------------------*   00052200
       1400-LER-NEGSAI                          SECTION.                00052300
      *-------------------------------------------------------------*   00052400
                 READ NEGSAI                                            00052500
                   AT END                                               00052600
                     MOVE HIGH-VALUES TO FD-NSA-CHAVE                   00052700
                 END-READ.                                              00052800
                 PERFORM 4400-TESTARSTATUS-NEGSAI.                      00052900
       1400-99-FIM.              EXIT.                                  00053000
      *-------------------------------------------------------------*   00053100
       2000-PROCESSAR                           SECTION.                00053200
      *-------------------------------------------------------------*   00053300
      *   UMA CONTA DO CLIENTES POR VEZ: HISTMOV E NEGSAI AVANCAM   *   00053400
      *   ATE A CHAVE (O QUE FICA PARA TRAS E CONTA SEM CADASTRO).  *   00053500
      *-------------------------------------------------------------*   00053600
            INITIALIZE WRK-TAB-MESES.                                   00053700
            MOVE ZEROES TO WRK-DIAS-NEGAT.                              00053800
                                                                        00053900
            PERFORM 2110-DESCARTAR-HISTMOV                              00054000
                    UNTIL FD-HIS-CHAVE NOT LESS FD-CHAVE.               00054100
            PERFORM 2120-SOMAR-HISTMOV                                  00054200
                    UNTIL FD-HIS-CHAVE NOT EQUAL FD-CHAVE.              00054300
                                                                        00054400
            PERFORM 1400-LER-NEGSAI                                     00054500
                    UNTIL FD-NSA-CHAVE NOT LESS FD-CHAVE.               00054600
            IF FD-NSA-CHAVE EQUAL FD-CHAVE                              00054700
               MOVE FD-NSA-DIAS TO WRK-DIAS-NEGAT                       00054800
            END-IF.                                                     00054900
                                                                        00055000
            PERFORM 2300-AVALIAR-CONTA.                                 00055100
                                                                        00055200
            PERFORM 1200-LER-CLIENTES.                                  00055300
       2000-99-FIM.              EXIT.                                  00055400
      *-------------------------------------------------------------*   00055500
       2110-DESCARTAR-HISTMOV                   SECTION.                00055600
      *-------------------------------------------------------------*   00055700
            ADD 1 TO WRK-REGSEMCAD.                                     00055800
            PERFORM 1300-LER-HISTMOV.                                   00055900
       2110-99-FIM.              EXIT.                                  00056000
      *-------------------------------------------------------------*   00056100
       2120-SOMAR-HISTMOV                       SECTION.                00056200
      *-------------------------------------------------------------*   00056300
      *   SO CREDITO EFETIVADO (C, P) DENTRO DA JANELA E RENDA;     *   00056400
      *   ESTORNO E PERNA DE TRANSFERENCIA NAO CONTAM.              *   00056500
      *-------------------------------------------------------------*   00056600
            IF FD-HIS-SITUACAO EQUAL 'P'                                00056700
               AND FD-HIS-TIPOMOV EQUAL 'C'                             00056800
               COMPUTE WRK-MES-MOV = FD-HIS-ANO * 12 + FD-HIS-MES       00056900
               IF WRK-MES-MOV NOT LESS WRK-MES-INICIO                   00057000
                  AND WRK-MES-MOV NOT GREATER WRK-MES-FIM               00057100
                  COMPUTE WRK-IDX-MES = WRK-MES-MOV                     00057200
                                      - WRK-MES-INICIO + 1              00057300
                  ADD FD-HIS-VALOR TO WRK-MES-CREDITO (WRK-IDX-MES)     00057400
                  IF FD-HIS-HISTORICO (1:15) EQUAL 'CREDITO SALARIO'    00057500
                     MOVE 1 TO WRK-MES-SALARIO (WRK-IDX-MES)            00057600
                  END-IF                                                00057700
               END-IF                                                   00057800
            END-IF.                                                     00057900
            PERFORM 1300-LER-HISTMOV.                                   00058000
       2120-99-FIM.              EXIT.                                  00058100
      *-------------------------------------------------------------*   00058200
       2300-AVALIAR-CONTA                       SECTION.                00058300
      *-------------------------------------------------------------*   00058400
      *   RENDA, FAIXA DE RISCO E LIMITE PROPOSTO. SO GERA CARTAO   *   00058500
      *   QUANDO O PROPOSTO DIFERE DO LIMITE EFETIVO DA CONTA.      *   00058600
      *-------------------------------------------------------------*   00058700
            MOVE 'N' TO WRK-SW-PROPOR.                                  00058800
            IF FD-STATUS EQUAL 'B'                                      00058900
               ADD 1 TO WRK-QTD-BLOQ                                    00059000
               GO TO 2300-99-FIM.                                       00059100
                                                                        00059200
            MOVE ZEROES TO WRK-TOT-CREDITOS                             00059300
                           WRK-QTD-MESES-CRED                           00059400
                           WRK-QTD-MESES-SAL.                           00059500
            MOVE 1 TO WRK-SUB-MES.                                      00059600
            PERFORM 2310-SOMAR-MES                                      00059700
                    UNTIL WRK-SUB-MES GREATER WRK-MESES-JANELA.         00059800
            DIVIDE WRK-TOT-CREDITOS BY WRK-MESES-JANELA                 00059900
                   GIVING WRK-RENDA-MEDIA.                              00060000
                                                                        00060100
            IF FD-LIMITE GREATER ZEROES                                 00060200
               MOVE FD-LIMITE TO WRK-LIMITE-ATUAL                       00060300
            ELSE                                                        00060400
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-ATUAL               00060500
            END-IF.                                                     00060600
                                                                        00060700
            MOVE ZEROES TO WRK-IDX-FAI.                                 00060800
            MOVE 1 TO WRK-SUB-FAI.                                      00060900
            PERFORM 2320-LOCALIZAR-FAIXA                                00061000
                    UNTIL WRK-SUB-FAI GREATER WRK-QTD-FAI               00061100
                       OR WRK-IDX-FAI GREATER ZEROES.                   00061200
            IF WRK-IDX-FAI EQUAL ZEROES                                 00061300
               MOVE WRK-QTD-FAI TO WRK-IDX-FAI                          00061400
            END-IF.                                                     00061500
                                                                        00061600
            EVALUATE TRUE                                               00061700
              WHEN WRK-FAI-MULTIPLO (WRK-IDX-FAI) EQUAL ZEROES          00061800
                MOVE 1 TO WRK-LIMITE-PROPOSTO                           00061900
                MOVE 'RISCO-CORTE     ' TO WRK-MOTIVO                   00062000
              WHEN WRK-QTD-MESES-CRED LESS WRK-MESES-MINIMO             00062100
                ADD 1 TO WRK-QTD-SEMRENDA                               00062200
                GO TO 2300-99-FIM                                       00062300
              WHEN OTHER                                                00062400
                COMPUTE WRK-LIMITE-PROPOSTO = WRK-RENDA-MEDIA           00062500
                                * WRK-FAI-MULTIPLO (WRK-IDX-FAI)        00062600
                IF WRK-LIMITE-PROPOSTO GREATER                          00062700
                   WRK-FAI-TETO (WRK-IDX-FAI)                           00062800
                   MOVE WRK-FAI-TETO (WRK-IDX-FAI)                      00062900
                     TO WRK-LIMITE-PROPOSTO                             00063000
                   MOVE 'TETO DA FAIXA   ' TO WRK-MOTIVO                00063100
                ELSE                                                    00063200
                   IF WRK-QTD-MESES-SAL NOT LESS WRK-MESES-MINIMO       00063300
                      MOVE 'SALARIO X MULT. ' TO WRK-MOTIVO             00063400
                   ELSE                                                 00063500
                      MOVE 'CREDITOS X MULT.' TO WRK-MOTIVO             00063600
                   END-IF                                               00063700
                END-IF                                                  00063800
                DIVIDE WRK-LIMITE-PROPOSTO BY 100                       00063900
                       GIVING WRK-CENTENAS                              00064000
                COMPUTE WRK-LIMITE-PROPOSTO = WRK-CENTENAS * 100        00064100
                IF WRK-LIMITE-PROPOSTO EQUAL ZEROES                     00064200
                   MOVE 1 TO WRK-LIMITE-PROPOSTO                        00064300
                END-IF                                                  00064400
            END-EVALUATE.                                               00064500
                                                                        00064600
            IF WRK-LIMITE-PROPOSTO EQUAL WRK-LIMITE-ATUAL               00064700
               ADD 1 TO WRK-QTD-MANTIDOS                                00064800
               GO TO 2300-99-FIM.                                       00064900
                                                                        00065000
            IF WRK-LIMITE-PROPOSTO GREATER WRK-LIMITE-ATUAL             00065100
               ADD 1 TO WRK-QTD-AUMENTO                                 00065200
            ELSE                                                        00065300
               ADD 1 TO WRK-QTD-REDUCAO                                 00065400
            END-IF.                                                     00065500
            PERFORM 2400-GRAVAR-CARTAO.                                 00065600
            PERFORM 2500-LISTAR-CONTA.                                  00065700
       2300-99-FIM.              EXIT.                                  00065800
      *-------------------------------------------------------------*   00065900
       2310-SOMAR-MES                           SECTION.                00066000
      *-------------------------------------------------------------*   00066100
            IF WRK-MES-CREDITO (WRK-SUB-MES) GREATER ZEROES             00066200
               ADD 1 TO WRK-QTD-MESES-CRED                              00066300
               ADD WRK-MES-CREDITO (WRK-SUB-MES) TO WRK-TOT-CREDITOS    00066400
            END-IF.                                                     00066500
            ADD WRK-MES-SALARIO (WRK-SUB-MES) TO WRK-QTD-MESES-SAL.     00066600
            ADD 1 TO WRK-SUB-MES.                                       00066700
       2310-99-FIM.              EXIT.                                  00066800
      *-------------------------------------------------------------*   00066900
       2320-LOCALIZAR-FAIXA                     SECTION.                00067000
      *-------------------------------------------------------------*   00067100
            IF WRK-DIAS-NEGAT NOT GREATER                               00067200
               WRK-FAI-DIASATE (WRK-SUB-FAI)                            00067300
               MOVE WRK-SUB-FAI TO WRK-IDX-FAI                          00067400
            END-IF.                                                     00067500
            ADD 1 TO WRK-SUB-FAI.                                       00067600
       2320-99-FIM.              EXIT.                                  00067700
      *-------------------------------------------------------------*   00067800
       2400-GRAVAR-CARTAO                       SECTION.                00067900
      *-------------------------------------------------------------*   00068000
            MOVE SPACES              TO FD-TRANSCLI.                    00068100
            MOVE 'ALTLIMIT'          TO FD-TRC-OPERACAO.                00068200
            MOVE FD-CHAVE            TO FD-TRC-CHAVE.                   00068300
            MOVE WRK-LIMITE-PROPOSTO TO FD-TRC-LIMITE.                  00068400
            WRITE FD-TRANSCLI.                                          00068500
            ADD 1 TO WRK-REGTRANS.                                      00068600
       2400-99-FIM.              EXIT.                                  00068700
      *-------------------------------------------------------------*   00068800
       2500-LISTAR-CONTA                        SECTION.                00068900
      *-------------------------------------------------------------*   00069000
            MOVE FD-AGENCIA              TO WRK-LCT-AGENCIA.            00069100
            MOVE FD-CONTA                TO WRK-LCT-CONTA.              00069200
            MOVE FD-NOME                 TO WRK-LCT-NOME.               00069300
            MOVE FD-STATUS               TO WRK-LCT-STATUS.             00069400
            MOVE WRK-DIAS-NEGAT          TO WRK-LCT-DIAS.               00069500
            MOVE WRK-FAI-FAIXA (WRK-IDX-FAI) TO WRK-LCT-FAIXA.          00069600
            MOVE WRK-QTD-MESES-CRED      TO WRK-LCT-MESES-CRED.         00069700
            MOVE WRK-MESES-JANELA        TO WRK-LCT-MESES-JAN.          00069800
            MOVE WRK-QTD-MESES-SAL       TO WRK-LCT-MESES-SAL.          00069900
            MOVE WRK-RENDA-MEDIA         TO WRK-LCT-RENDA.              00070000
            MOVE WRK-LIMITE-ATUAL        TO WRK-LCT-ATUAL.              00070100
            MOVE WRK-LIMITE-PROPOSTO     TO WRK-LCT-PROPOSTO.           00070200
            MOVE WRK-MOTIVO              TO WRK-LCT-MOTIVO.             00070300
            WRITE FD-RELLIM FROM WRK-LINHA-CONTA.                       00070400
       2500-99-FIM.              EXIT.                                  00070500
      *-------------------------------------------------------------*   00070600
       3000-FINALIZAR                           SECTION.                00070700
      *-------------------------------------------------------------*   00070800
             WRITE FD-RELLIM FROM WRK-LINHA-TRACO.                      00070900
             CLOSE PARLIM CLIENTES HISTMOV NEGSAI TRANSCLI RELLIM.      00071000
               PERFORM 4000-TESTARSTATUS.                               00071100
              DISPLAY ' ============================================'.  00071200
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX48          '.  00071300
              DISPLAY ' ============================================'.  00071400
              DISPLAY ' JANELA.....................' WRK-TIT-INICIO     00071500
                      ' A ' WRK-TIT-FIM.                                00071600
              DISPLAY ' CONTAS LIDAS...............' WRK-REGLIDOS.      00071700
              DISPLAY ' HISTMOV LIDOS..............' WRK-REGHISTMOV.    00071800
              DISPLAY ' HISTMOV SEM CADASTRO.......' WRK-REGSEMCAD.     00071900
              DISPLAY ' CONTAS BLOQUEADAS (FORA)...' WRK-QTD-BLOQ.      00072000
              DISPLAY ' SEM RENDA RECORRENTE.......' WRK-QTD-SEMRENDA.  00072100
              DISPLAY ' LIMITES MANTIDOS...........' WRK-QTD-MANTIDOS.  00072200
              DISPLAY ' PROPOSTAS DE AUMENTO.......' WRK-QTD-AUMENTO.   00072300
              DISPLAY ' PROPOSTAS DE REDUCAO.......' WRK-QTD-REDUCAO.   00072400
              DISPLAY ' CARTOES ALTLIMIT GRAVADOS..' WRK-REGTRANS.      00072500
              DISPLAY ' ============================================'.  00072600
                                                                        00072700
              MOVE 'F' TO WRK-EST-EVENTO.                               00072800
              MOVE WRK-REGLIDOS   TO WRK-EST-LIDOS.                     00072900
              MOVE WRK-REGTRANS   TO WRK-EST-GRAVADOS.                  00073000
              MOVE WRK-QTD-BLOQ   TO WRK-EST-REJEITADOS.                00073100
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00073200
                                                                        00073300
       3000-99-FIM.              EXIT.                                  00073400
      *-------------------------------------------------------------*   00073500
       4000-TESTARSTATUS                            SECTION.            00073600
      *-------------------------------------------------------------*   00073700
                 PERFORM 4100-TESTARSTATUS-PARLIM.                      00073800
                 PERFORM 4200-TESTARSTATUS-CLIENTES.                    00073900
                 PERFORM 4300-TESTARSTATUS-HISTMOV.                     00074000
                 PERFORM 4400-TESTARSTATUS-NEGSAI.                      00074100
                 IF WRK-FS-TRANSCLI NOT EQUAL 00                        00074200
                   MOVE 'ERRO NO OPEN TRANSCLI ' TO WRK-MSGERRO         00074300
                   MOVE '1000'                   TO WRK-SECAO           00074400
                   MOVE WRK-FS-TRANSCLI          TO WRK-STATUS          00074500
                    PERFORM 9000-TRATAERROS                             00074600
                 END-IF.                                                00074700
                 IF WRK-FS-RELLIM NOT EQUAL 00                          00074800
                   MOVE 'ERRO NO OPEN RELLIM   ' TO WRK-MSGERRO         00074900
                   MOVE '1000'                   TO WRK-SECAO           00075000
                   MOVE WRK-FS-RELLIM            TO WRK-STATUS          00075100
                    PERFORM 9000-TRATAERROS                             00075200
                 END-IF.                                                00075300
                                                                        00075400
       4000-99-FIM.              EXIT.                                  00075500
      *-------------------------------------------------------------*   00075600
       4100-TESTARSTATUS-PARLIM                     SECTION.            00075700
      *-------------------------------------------------------------*   00075800
               IF WRK-FS-PARLIM NOT EQUAL 00                            00075900
                           AND WRK-FS-PARLIM NOT EQUAL 10               00076000
                 MOVE 'ERRO NO PARLIM        ' TO WRK-MSGERRO           00076100
                 MOVE '1100'                   TO WRK-SECAO             00076200
                 MOVE WRK-FS-PARLIM            TO WRK-STATUS            00076300
                  PERFORM 9000-TRATAERROS                               00076400
               END-IF.                                                  00076500
                                                                        00076600
       4100-99-FIM.              EXIT.                                  00076700
      *-------------------------------------------------------------*   00076800
       4200-TESTARSTATUS-CLIENTES                   SECTION.            00076900
      *-------------------------------------------------------------*   00077000
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00077100
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00077200
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00077300
                 MOVE '1200'                   TO WRK-SECAO             00077400
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00077500
                  PERFORM 9000-TRATAERROS                               00077600
               END-IF.                                                  00077700
                                                                        00077800
       4200-99-FIM.              EXIT.                                  00077900
      *-------------------------------------------------------------*   00078000
       4300-TESTARSTATUS-HISTMOV                    SECTION.            00078100
      *-------------------------------------------------------------*   00078200
               IF WRK-FS-HISTMOV NOT EQUAL 00                           00078300
                           AND WRK-FS-HISTMOV NOT EQUAL 10              00078400
                 MOVE 'ERRO NO HISTMOV       ' TO WRK-MSGERRO           00078500
                 MOVE '1300'                   TO WRK-SECAO             00078600
                 MOVE WRK-FS-HISTMOV           TO WRK-STATUS            00078700
                  PERFORM 9000-TRATAERROS                               00078800
               END-IF.                                                  00078900
                                                                        00079000
       4300-99-FIM.              EXIT.                                  00079100
      *-------------------------------------------------------------*   00079200
       4400-TESTARSTATUS-NEGSAI                     SECTION.            00079300
      *-------------------------------------------------------------*   00079400
               IF WRK-FS-NEGSAI NOT EQUAL 00                            00079500
                           AND WRK-FS-NEGSAI NOT EQUAL 10               00079600
                 MOVE 'ERRO NO NEGSAI        ' TO WRK-MSGERRO           00079700
                 MOVE '1400'                   TO WRK-SECAO             00079800
                 MOVE WRK-FS-NEGSAI            TO WRK-STATUS            00079900
                  PERFORM 9000-TRATAERROS                               00080000
               END-IF.                                                  00080100
                                                                        00080200
       4400-99-FIM.              EXIT.                                  00080300
      *-------------------------------------------------------------*   00080400
       9100-ERRO-CONTROLE                           SECTION.            00080500
      *-------------------------------------------------------------*   00080600
           MOVE 'FR19EX48' TO WRK-PROGRAMA.                             00080700
           MOVE 'E'        TO WRK-SEVERIDADE.                           00080800
           MOVE '08'       TO WRK-STATUS.                               00080900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00081000
           MOVE 8 TO RETURN-CODE.                                       00081100
           STOP RUN.                                                    00081200
                                                                        00081300
       9100-99-FIM.              EXIT.                                  00081400
      *-------------------------------------------------------------*   00081500
       9000-TRATAERROS                              SECTION.            00081600
      *-------------------------------------------------------------*   00081700
           MOVE 'FR19EX48' TO WRK-PROGRAMA                              00081800
           MOVE 'E'        TO WRK-SEVERIDADE                            00081900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00082000
           GOBACK.                                                      00082100
                                                                        00082200
       9000-99-FIM.              EXIT.                                  00082300
