      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX53.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: COMUNICACAO DE OPERACOES EM ESPECIE AO COAF.    *   00001200
      *    DIFERENTE DO FR19EX21 (CONTA CONTRA O PROPRIO PERFIL),   *   00001300
      *    AQUI A REGRA E A DO REGULADOR, POR PESSOA: AS CONTAS SAO *   00001400
      *    AGRUPADAS PELO CPF/CNPJ DO TITULAR (FD-DOCUMENTO DO      *   00001500
      *    CLIENTES). OPERACAO EM ESPECIE = DEPOSITO (TIPOMOV 'C')  *   00001600
      *    OU SAQUE (TIPOMOV 'D'); TRANSFERENCIAS, CHEQUES E        *   00001700
      *    LANCAMENTOS INTERNOS NAO ENTRAM. RODA DEPOIS DA POSTAGEM *   00001800
      *    E ANTES DO MERGE DO HISTORICO (FR19EX08):                *   00001900
      *     - OPERACAO DA NOITE (MOVPOST) IGUAL OU ACIMA DO LIMITE  *   00002000
      *       E COMUNICADA SOZINHA (TIPO A)                         *   00002100
      *     - OPERACOES ABAIXO DO LIMITE DA MESMA PESSOA, EM        *   00002200
      *       QUALQUER CONTA, NA JANELA DE N DIAS QUE TERMINA NA    *   00002300
      *       DATA DO CICLO (NOITE + HISTMOV SITUACAO 'P'), SAO     *   00002400
      *       SOMADAS; DUAS OU MAIS OPERACOES QUE JUNTAS ATINGEM O  *   00002500
      *       LIMITE SAO COMUNICADAS COMO FRACIONAMENTO (TIPO F).   *   00002600
      *       SO A PESSOA COM OPERACAO NA NOITE E AVALIADA - A      *   00002700
      *       JANELA DAS NOITES ANTERIORES JA FOI AVALIADA NELAS.   *   00002800
      *    O ARQUIVO COAFCOM SAI EM LAYOUT FIXO COM CABECALHO/      *   00002900
      *    RODAPE (QTD + SOMA DOS VALORES) E O RELATORIO RELCOAF    *   00003000
      *    LISTA CADA COMUNICACAO COM AS OPERACOES QUE A COMPOEM,   *   00003100
      *    PARA A REVISAO DA AREA DE COMPLIANCE.                    *   00003200
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003300
      *    CARTAO SYSIN 2: LIMITE EM ESPECIE (9(08), MESMA UNIDADE  *   00003400
      *                    DO SALDO; ZEROS = 00050000)              *   00003500
      *    CARTAO SYSIN 3: JANELA EM DIAS CORRIDOS (9(03);          *   00003600
      *                    ZEROS = 010) (CADA CARTAO COM 10 DE      *   00003700
      *                    FILLER)                                  *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    CLIENTES             I                  -----------      *   00004200
      *    MOVPOST              I                  -----------      *   00004300
      *    HISTMOV              I                  -----------      *   00004400
      *    COAFCOM              O                  -----------      *   00004500
      *    RELCOAF              O                  -----------      *   00004600
      *-------------------------------------------------------------*   00004700
      *   MODULOS....:                             INCLUDE/BOOK     *   00004800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004900
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005000
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       ENVIRONMENT                               DIVISION.              00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       CONFIGURATION                               SECTION.             00005800
      *=============================================================*   00005900
       SPECIAL-NAMES.                                                   00006000
           DECIMAL-POINT IS COMMA.                                      00006100
                                                                        00006200
       INPUT-OUTPUT                                SECTION.             00006300
       FILE-CONTROL.                                                    00006400
            SELECT CLIENTES ASSIGN TO CLIENTES                          00006500
                 FILE STATUS IS WRK-FS-CLIENTES.                        00006600
                                                                        00006700
            SELECT MOVPOST ASSIGN TO MOVPOST                            00006800
                 FILE STATUS IS WRK-FS-MOVPOST.                         00006900
                                                                        00007000
            SELECT HISTMOV ASSIGN TO HISTMOV                            00007100
                 FILE STATUS IS WRK-FS-HISTMOV.                         00007200
                                                                        00007300
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007400
                                                                        00007500
            SELECT COAFCOM ASSIGN TO COAFCOM                            00007600
                 FILE STATUS IS WRK-FS-COAFCOM.                         00007700
                                                                        00007800
            SELECT RELCOAF ASSIGN TO RELCOAF                            00007900
                 FILE STATUS IS WRK-FS-RELCOAF.                         00008000
                                                                        00008100
      *=============================================================*   00008200
       DATA                                      DIVISION.              00008300
      *=============================================================*   00008400
       FILE                                      SECTION.               00008500
      *-------------------LRECL 89----------------------------------*   00008600
       FD CLIENTES                                                      00008700
           RECORDING MODE IS F                                          00008800
           LABEL RECORD IS STANDARD                                     00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
       01 FD-CLIENTES.                                                  00009100
          05 FD-CHAVE.                                                  00009200
             10 FD-AGENCIA      PIC X(04).                              00009300
             10 FD-CONTA        PIC X(04).                              00009400
          05 FD-NOME            PIC X(30).                              00009500
          05 FD-SALDO           PIC S9(08).                             00009600
          05 FD-STATUS          PIC X(01).                              00009700
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00009800
          05 FD-LIMITE          PIC 9(08).                              00009900
          05 FD-DOCUMENTO       PIC 9(14).                              00010000
                                                                        00010100
      *-------------------LRECL 55----------------------------------*   00010200
       FD MOVPOST                                                       00010300
           RECORDING MODE IS F                                          00010400
           LABEL RECORD IS STANDARD                                     00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-MOVPOST.                                                   00010700
          05 FD-PST-CHAVE.                                              00010800
             10 FD-PST-AGENCIA      PIC X(04).                          00010900
             10 FD-PST-CONTA        PIC X(04).                          00011000
          05 FD-PST-HISTORICO       PIC X(30).                          00011100
          05 FD-PST-VALOR           PIC 9(08).                          00011200
          05 FD-PST-TIPOMOV         PIC X(01).                          00011300
          05 FD-PST-DATAVALOR       PIC 9(08).                          00011400
                                                                        00011500
      *-------------------LRECL 56----------------------------------*   00011600
       FD HISTMOV                                                       00011700
           RECORDING MODE IS F                                          00011800
           LABEL RECORD IS STANDARD                                     00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-HISTMOV.                                                   00012100
          05 FD-HIS-CHAVE.                                              00012200
             10 FD-HIS-AGENCIA      PIC X(04).                          00012300
             10 FD-HIS-CONTA        PIC X(04).                          00012400
          05 FD-HIS-DATA            PIC 9(08).                          00012500
          05 FD-HIS-HISTORICO       PIC X(30).                          00012600
          05 FD-HIS-VALOR           PIC 9(08).                          00012700
          05 FD-HIS-TIPOMOV         PIC X(01).                          00012800
          05 FD-HIS-SITUACAO        PIC X(01).                          00012900
                                                                        00013000
      *-------------------LRECL 120---------------------------------*   00013100
       FD COAFCOM                                                       00013200
           RECORDING MODE IS F.                                         00013300
       01 FD-COAFCOM.                                                   00013400
          05 FD-COA-TIPO            PIC X(01).                          00013500
          05 FD-COA-DOCUMENTO       PIC 9(14).                          00013600
          05 FD-COA-PESSOA          PIC X(01).                          00013700
          05 FD-COA-NOME            PIC X(30).                          00013800
          05 FD-COA-AGENCIA         PIC X(04).                          00013900
          05 FD-COA-CONTA           PIC X(04).                          00014000
          05 FD-COA-QTD-CONTAS      PIC 9(02).                          00014100
          05 FD-COA-DATA-INI        PIC 9(08).                          00014200
          05 FD-COA-DATA-FIM        PIC 9(08).                          00014300
          05 FD-COA-QTD-OPER        PIC 9(05).                          00014400
          05 FD-COA-VALOR           PIC 9(12).                          00014500
          05 FD-COA-NATUREZA        PIC X(01).                          00014600
          05 FD-COA-DATA-COMUNIC    PIC 9(08).                          00014700
          05 FILLER                 PIC X(22).                          00014800
                                                                        00014900
      *-------------------LRECL 80----------------------------------*   00015000
       FD RELCOAF                                                       00015100
           RECORDING MODE IS F.                                         00015200
       01 FD-RELCOAF              PIC X(80).                            00015300
                                                                        00015400
      *=============================================================*   00015500
       WORKING-STORAGE                             SECTION.             00015600
      *=============================================================*   00015700
                                                                        00015800
       01 FILLER          PIC X(64) VALUE                               00015900
           '-----------BOOK LOGERROS------------------------'.          00016000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016100
       COPY '#GLOG'.                                                    00016200
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00016300
       COPY '#GSTAT'.                                                   00016400
      *-------------------------------------------------------------*   00016500
                                                                        00016600
       01 FILLER          PIC X(64) VALUE                               00016700
           '-----------VARIAVEIS DE STATUS------------------'.          00016800
                                                                        00016900
       77 WRK-FS-CLIENTES PIC 9(02).                                    00017000
       77 WRK-FS-MOVPOST  PIC 9(02).                                    00017100
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00017200
       77 WRK-FS-COAFCOM  PIC 9(02).                                    00017300
       77 WRK-FS-RELCOAF  PIC 9(02).                                    00017400
                                                                        00017500
       01 FILLER          PIC X(64) VALUE                               00017600
           '-----------PARAMETROS SYSIN---------------------'.          00017700
                                                                        00017800
       01 WRK-DATACICLO.                                                00017900
          05 FILLER              PIC X(10).                             00018000
          05 WRK-DATACICLO-AC    PIC 9(08).                             00018100
                                                                        00018200
       01 WRK-LIMITE.                                                   00018300
          05 FILLER              PIC X(10).                             00018400
          05 WRK-LIMITE-AC       PIC 9(08).                             00018500
                                                                        00018600
       01 WRK-JANELA.                                                   00018700
          05 FILLER              PIC X(10).                             00018800
          05 WRK-JANELA-AC       PIC 9(03).                             00018900
                                                                        00019000
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00019100
       77 WRK-VLR-LIMITE     PIC 9(08) VALUE ZEROES.                    00019200
       77 WRK-DIAS-JANELA    PIC 9(03) VALUE ZEROES.                    00019300
       77 WRK-DIAS-CICLO     PIC 9(07) VALUE ZEROES.                    00019400
       77 WRK-DIAS-INICIO    PIC 9(07) VALUE ZEROES.                    00019500
                                                                        00019600
       01 FILLER          PIC X(64) VALUE                               00019700
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00019800
                                                                        00019900
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00020000
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00020100
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00020200
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00020300
       01 WRK-TAB-CONTAS.                                               00020400
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00020500
             10 WRK-CTA-CHAVE       PIC X(08).                          00020600
             10 WRK-CTA-NOME        PIC X(30).                          00020700
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------PESSOAS COM ESPECIE NA NOITE---------'.          00021100
                                                                        00021200
       77 WRK-QTD-PES     PIC 9(04) VALUE ZEROES.                       00021300
       77 WRK-SUB-PES     PIC 9(04) VALUE ZEROES.                       00021400
       77 WRK-IDX-PES     PIC 9(04) VALUE ZEROES.                       00021500
       01 WRK-TAB-PESSOAS.                                              00021600
          05 WRK-PES-LINHA OCCURS 2000 TIMES.                           00021700
             10 WRK-PES-DOCUMENTO   PIC 9(14).                          00021800
             10 WRK-PES-NOME        PIC X(30).                          00021900
             10 WRK-PES-CHAVE1      PIC X(08).                          00022000
             10 WRK-PES-QTD-CONTAS  PIC 9(02).                          00022100
             10 WRK-PES-QTD         PIC 9(05).                          00022200
             10 WRK-PES-VALOR       PIC 9(12).                          00022300
             10 WRK-PES-DATA-INI    PIC 9(08).                          00022400
             10 WRK-PES-DATA-FIM    PIC 9(08).                          00022500
             10 WRK-PES-SW-DEP      PIC X(01).                          00022600
             10 WRK-PES-SW-SAQ      PIC X(01).                          00022700
                                                                        00022800
       01 FILLER          PIC X(64) VALUE                               00022900
           '-----------OPERACOES DA JANELA------------------'.          00023000
                                                                        00023100
       77 WRK-QTD-OPE     PIC 9(04) VALUE ZEROES.                       00023200
       77 WRK-SUB-OPE     PIC 9(04) VALUE ZEROES.                       00023300
       01 WRK-TAB-OPERACOES.                                            00023400
          05 WRK-OPE-LINHA OCCURS 5000 TIMES.                           00023500
             10 WRK-OPE-PESSOA      PIC 9(04).                          00023600
             10 WRK-OPE-DATA        PIC 9(08).                          00023700
             10 WRK-OPE-CHAVE       PIC X(08).                          00023800
             10 WRK-OPE-TIPOMOV     PIC X(01).                          00023900
             10 WRK-OPE-VALOR       PIC 9(08).                          00024000
             10 WRK-OPE-ORIGEM      PIC X(01).                          00024100
                                                                        00024200
      *----OPERACAO EM CURSO (MOVPOST OU HISTMOV)--------------------*  00024300
       77 WRK-OPR-CHAVE   PIC X(08) VALUE SPACES.                       00024400
       77 WRK-OPR-DATA    PIC 9(08) VALUE ZEROES.                       00024500
       77 WRK-OPR-TIPOMOV PIC X(01) VALUE SPACE.                        00024600
       77 WRK-OPR-VALOR   PIC 9(08) VALUE ZEROES.                       00024700
       77 WRK-OPR-ORIGEM  PIC X(01) VALUE SPACE.                        00024800
       77 WRK-SUB-CONTA2  PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-SW-CONTA-NOVA PIC X(01) VALUE 'N'.                        00025000
           88 WRK-CONTA-NOVA        VALUE 'S'.                          00025100
                                                                        00025200
      *----DIAS CORRIDOS DE UMA DATA (PARA A JANELA)-----------------*  00025300
       01 WRK-DN-DATA.                                                  00025400
          05 WRK-DN-ANO          PIC 9(04).                             00025500
          05 WRK-DN-MES          PIC 9(02).                             00025600
          05 WRK-DN-DIA          PIC 9(02).                             00025700
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00025800
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00025900
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00026000
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00026100
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00026200
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00026300
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00026400
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00026500
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00026600
                                                                        00026700
       01 FILLER          PIC X(64) VALUE                               00026800
           '-----------CONTADORES E CONTROLES---------------'.          00026900
                                                                        00027000
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00027100
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00027200
       77 WRK-SW-FIM-PST  PIC X(01) VALUE 'N'.                          00027300
           88 WRK-FIM-MOVPOST       VALUE 'S'.                          00027400
       77 WRK-SW-FIM-HIS  PIC X(01) VALUE 'N'.                          00027500
           88 WRK-FIM-HISTMOV       VALUE 'S'.                          00027600
                                                                        00027700
       77 WRK-REGNOITE    PIC 9(07) VALUE ZEROES.                       00027800
       77 WRK-REGHIST     PIC 9(07) VALUE ZEROES.                       00027900
       77 WRK-QTD-ESPECIE PIC 9(07) VALUE ZEROES.                       00028000
       77 WRK-QTD-SEMCTA  PIC 9(05) VALUE ZEROES.                       00028100
       77 WRK-QTD-ACIMA   PIC 9(05) VALUE ZEROES.                       00028200
       77 WRK-QTD-FRACION PIC 9(05) VALUE ZEROES.                       00028300
       77 WRK-REGCOAF     PIC 9(05) VALUE ZEROES.                       00028400
       77 WRK-HASH-COAF   PIC 9(15) VALUE ZEROES.                       00028500
                                                                        00028600
       01 FILLER          PIC X(64) VALUE                               00028700
           '-----------CONTROLE GRAVADO NO COAFCOM----------'.          00028800
                                                                        00028900
       01 WRK-COAFCOM-CAB.                                              00029000
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00029100
          05 FILLER              PIC X(01) VALUE SPACE.                 00029200
          05 FILLER              PIC X(08) VALUE 'FR19EX53'.            00029300
          05 FILLER              PIC X(01) VALUE SPACE.                 00029400
          05 WRK-CABC-DATA       PIC 9(08).                             00029500
          05 FILLER              PIC X(01) VALUE SPACE.                 00029600
          05 WRK-CABC-LIMITE     PIC 9(08).                             00029700
          05 FILLER              PIC X(01) VALUE SPACE.                 00029800
          05 WRK-CABC-JANELA     PIC 9(03).                             00029900
          05 FILLER              PIC X(80) VALUE SPACES.                00030000
                                                                        00030100
       01 WRK-COAFCOM-TRL.                                              00030200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00030300
          05 FILLER              PIC X(01) VALUE SPACE.                 00030400
          05 WRK-TRLC-QTD        PIC 9(05).                             00030500
          05 FILLER              PIC X(01) VALUE SPACE.                 00030600
          05 WRK-TRLC-HASH       PIC 9(15).                             00030700
          05 FILLER              PIC X(89) VALUE SPACES.                00030800
                                                                        00030900
       01 FILLER          PIC X(64) VALUE                               00031000
           '-----------LINHAS DO RELATORIO------------------'.          00031100
                                                                        00031200
       01 WRK-LINHA-TITULO.                                             00031300
          05 FILLER              PIC X(46) VALUE                        00031400
             'COMUNICACAO COAF - OPERACOES EM ESPECIE       '.          00031500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00031600
          05 WRK-TIT-DATA        PIC 9(08).                             00031700
          05 FILLER              PIC X(18) VALUE SPACES.                00031800
                                                                        00031900
       01 WRK-LINHA-PARAM.                                              00032000
          05 FILLER              PIC X(18) VALUE                        00032100
             'LIMITE EM ESPECIE '.                                      00032200
          05 WRK-PAR-LIMITE      PIC ZZZZZZZ9.                          00032300
          05 FILLER              PIC X(10) VALUE                        00032400
             '   JANELA '.                                              00032500
          05 WRK-PAR-JANELA      PIC ZZ9.                               00032600
          05 FILLER              PIC X(41) VALUE                        00032700
             ' DIAS CORRIDOS'.                                          00032800
                                                                        00032900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00033000
                                                                        00033100
       01 WRK-LINHA-COMUNIC.                                            00033200
          05 WRK-LCM-TIPO        PIC X(14).                             00033300
          05 WRK-LCM-DOCUMENTO   PIC 9(14).                             00033400
          05 FILLER              PIC X(01) VALUE SPACE.                 00033500
          05 WRK-LCM-NOME        PIC X(30).                             00033600
          05 FILLER              PIC X(01) VALUE SPACE.                 00033700
          05 WRK-LCM-QTD         PIC ZZZZ9.                             00033800
          05 FILLER              PIC X(01) VALUE SPACE.                 00033900
          05 WRK-LCM-VALOR       PIC ZZZZZZZZZZZ9.                      00034000
          05 FILLER              PIC X(02) VALUE SPACES.                00034100
                                                                        00034200
       01 WRK-LINHA-OPERACAO.                                           00034300
          05 FILLER              PIC X(06) VALUE SPACES.                00034400
          05 WRK-LOP-DATA        PIC 9(08).                             00034500
          05 FILLER              PIC X(02) VALUE SPACES.                00034600
          05 WRK-LOP-AGENCIA     PIC X(04).                             00034700
          05 FILLER              PIC X(01) VALUE '/'.                   00034800
          05 WRK-LOP-CONTA       PIC X(04).                             00034900
          05 FILLER              PIC X(02) VALUE SPACES.                00035000
          05 WRK-LOP-TIPO        PIC X(08).                             00035100
          05 FILLER              PIC X(02) VALUE SPACES.                00035200
          05 WRK-LOP-VALOR       PIC ZZZZZZZ9.                          00035300
          05 FILLER              PIC X(02) VALUE SPACES.                00035400
          05 WRK-LOP-ORIGEM      PIC X(14).                             00035500
          05 FILLER              PIC X(19) VALUE SPACES.                00035600
                                                                        00035700
      *=============================================================*   00035800
       PROCEDURE DIVISION.                                              00035900
      *=============================================================*   00036000
                                                                        00036100
      *-------------------------------------------------------------*   00036200
       0000-PRINCIPAL                           SECTION.                00036300
      *-------------------------------------------------------------*   00036400
                                                                        00036500
            PERFORM  1000-INICIAR.                                      00036600
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00036700
            PERFORM  1200-LER-MOVPOST UNTIL WRK-FIM-MOVPOST.            00036800
            PERFORM  1300-LER-HISTMOV UNTIL WRK-FIM-HISTMOV.            00036900
                                                                        00037000
            MOVE 1 TO WRK-SUB-PES.                                      00037100
            PERFORM  2000-AVALIAR-PESSOA                                00037200
                     UNTIL WRK-SUB-PES GREATER WRK-QTD-PES.             00037300
                                                                        00037400
            PERFORM  3000-FINALIZAR.                                    00037500
                                                                        00037600
            STOP RUN.                                                   00037700
                                                                        00037800
      *-------------------------------------------------------------*   00037900
       1000-INICIAR                             SECTION.                00038000
      *-------------------------------------------------------------*   00038100
             OPEN INPUT  CLIENTES MOVPOST HISTMOV                       00038200
                  OUTPUT COAFCOM RELCOAF.                               00038300
                                                                        00038400
               PERFORM 4000-TESTARSTATUS.                               00038500
                                                                        00038600
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00038700
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00038800
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00038900
               ELSE                                                     00039000
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00039100
               END-IF.                                                  00039200
                                                                        00039300
               ACCEPT WRK-LIMITE FROM SYSIN.                            00039400
               IF WRK-LIMITE-AC EQUAL ZEROS                             00039500
                  MOVE 00050000 TO WRK-VLR-LIMITE                       00039600
               ELSE                                                     00039700
                  MOVE WRK-LIMITE-AC TO WRK-VLR-LIMITE                  00039800
               END-IF.                                                  00039900
                                                                        00040000
               ACCEPT WRK-JANELA FROM SYSIN.                            00040100
               IF WRK-JANELA-AC EQUAL ZEROS                             00040200
                  MOVE 010 TO WRK-DIAS-JANELA                           00040300
               ELSE                                                     00040400
                  MOVE WRK-JANELA-AC TO WRK-DIAS-JANELA                 00040500
               END-IF.                                                  00040600
                                                                        00040700
      *----A JANELA TERMINA NA DATA DO CICLO E COMECA N-1 DIAS ANTES-*  00040800
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00040900
               PERFORM 5000-CALCULAR-DIAS.                              00041000
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00041100
               COMPUTE WRK-DIAS-INICIO = WRK-DIAS-CICLO                 00041200
                                       - WRK-DIAS-JANELA + 1.           00041300
                                                                        00041400
               MOVE WRK-DATA-CICLO  TO WRK-TIT-DATA                     00041500
                                       WRK-CABC-DATA.                   00041600
               MOVE WRK-VLR-LIMITE  TO WRK-CABC-LIMITE                  00041700
                                       WRK-PAR-LIMITE.                  00041800
               MOVE WRK-DIAS-JANELA TO WRK-CABC-JANELA                  00041900
                                       WRK-PAR-JANELA.                  00042000
               WRITE FD-COAFCOM FROM WRK-COAFCOM-CAB.                   00042100
                                                                        00042200
               WRITE FD-RELCOAF FROM WRK-LINHA-TRACO.                   00042300
               WRITE FD-RELCOAF FROM WRK-LINHA-TITULO.                  00042400
               WRITE FD-RELCOAF FROM WRK-LINHA-PARAM.                   00042500
               WRITE FD-RELCOAF FROM WRK-LINHA-TRACO.                   00042600
                                                                        00042700
               MOVE 'FR19EX53' TO WRK-EST-PROGRAMA.                     00042800
               MOVE 'I' TO WRK-EST-EVENTO.                              00042900
               MOVE ZEROES TO WRK-EST-LIDOS                             00043000
                              WRK-EST-GRAVADOS                          00043100
                              WRK-EST-REJEITADOS.                       00043200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00043300
                                                                        00043400
       1000-99-FIM.              EXIT.                                  00043500
      *-------------------------------------------------------------*   00043600
       1100-CARREGAR-CLIENTES                   SECTION.                00043700
      *-------------------------------------------------------------*   00043800
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00043900
             READ CLIENTES                                              00044000
               AT END                                                   00044100
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00044200
             END-READ.                                                  00044300
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00044400
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00044500
                GO TO 1100-99-FIM.                                      00044600
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00044700
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00044800
                GO TO 1100-99-FIM.                                      00044900
                                                                        00045000
             IF WRK-QTD-CONTAS NOT LESS 2000                            00045100
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00045200
                MOVE '1100' TO WRK-SECAO                                00045300
                PERFORM 9100-ERRO-CONTROLE                              00045400
             END-IF.                                                    00045500
             ADD 1 TO WRK-QTD-CONTAS.                                   00045600
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00045700
             MOVE FD-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).        00045800
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00045900
       1100-99-FIM.              EXIT.                                  00046000
      *-------------------------------------------------------------*   00046100
       1200-LER-MOVPOST                         SECTION.                00046200
      *-------------------------------------------------------------*   00046300
      *   OPERACAO EM ESPECIE DA NOITE: ACIMA DO LIMITE E           *   00046400
      *   COMUNICADA NA HORA; ABAIXO ABRE/ALIMENTA A PESSOA PARA A  *   00046500
      *   SOMA DA JANELA. DATA-VALOR ZERADA = DATA DO CICLO.        *   00046600
      *-------------------------------------------------------------*   00046700
             READ MOVPOST                                               00046800
               AT END                                                   00046900
                 MOVE 'S' TO WRK-SW-FIM-PST                             00047000
             END-READ.                                                  00047100
             PERFORM 4200-TESTARSTATUS-MOVPOST.                         00047200
             IF WRK-FS-MOVPOST NOT EQUAL 00                             00047300
                GO TO 1200-99-FIM.                                      00047400
             IF FD-MOVPOST (1:9) EQUAL 'CABECALHO'                      00047500
                OR FD-MOVPOST (1:6) EQUAL 'RODAPE'                      00047600
                GO TO 1200-99-FIM.                                      00047700
             ADD 1 TO WRK-REGNOITE.                                     00047800
             IF FD-PST-TIPOMOV NOT EQUAL 'C'                            00047900
                AND FD-PST-TIPOMOV NOT EQUAL 'D'                        00048000
                GO TO 1200-99-FIM.                                      00048100
                                                                        00048200
             ADD 1 TO WRK-QTD-ESPECIE.                                  00048300
             MOVE FD-PST-CHAVE TO WRK-CHAVE-BUSCA.                      00048400
             PERFORM 2900-LOCALIZAR-CONTA.                              00048500
             IF WRK-IDX-CONTA EQUAL ZEROES                              00048600
                ADD 1 TO WRK-QTD-SEMCTA                                 00048700
                GO TO 1200-99-FIM                                       00048800
             END-IF.                                                    00048900
                                                                        00049000
             MOVE FD-PST-CHAVE   TO WRK-OPR-CHAVE.                      00049100
             MOVE FD-PST-TIPOMOV TO WRK-OPR-TIPOMOV.                    00049200
             MOVE FD-PST-VALOR   TO WRK-OPR-VALOR.                      00049300
             MOVE 'N'            TO WRK-OPR-ORIGEM.                     00049400
             IF FD-PST-DATAVALOR EQUAL ZEROES                           00049500
                MOVE WRK-DATA-CICLO   TO WRK-OPR-DATA                   00049600
             ELSE                                                       00049700
                MOVE FD-PST-DATAVALOR TO WRK-OPR-DATA                   00049800
             END-IF.                                                    00049900
                                                                        00050000
             IF FD-PST-VALOR NOT LESS WRK-VLR-LIMITE                    00050100
                PERFORM 2100-COMUNICAR-OPERACAO                         00050200
                GO TO 1200-99-FIM                                       00050300
             END-IF.                                                    00050400
                                                                        00050500
             PERFORM 2910-LOCALIZAR-PESSOA.                             00050600
             IF WRK-IDX-PES EQUAL ZEROES                                00050700
                IF WRK-QTD-PES NOT LESS 2000                            00050800
                   MOVE 'TABELA DE PESSOAS ESGOTADA   ' TO WRK-MSGERRO  00050900
                   MOVE '1200' TO WRK-SECAO                             00051000
                   PERFORM 9100-ERRO-CONTROLE                           00051100
                END-IF                                                  00051200
                ADD 1 TO WRK-QTD-PES                                    00051300
                MOVE WRK-QTD-PES TO WRK-IDX-PES                         00051400
                MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                  00051500
                     TO WRK-PES-DOCUMENTO (WRK-IDX-PES)                 00051600
                MOVE WRK-CTA-NOME (WRK-IDX-CONTA)                       00051700
                     TO WRK-PES-NOME (WRK-IDX-PES)                      00051800
                MOVE ZEROES TO WRK-PES-QTD-CONTAS (WRK-IDX-PES)         00051900
                               WRK-PES-QTD (WRK-IDX-PES)                00052000
                               WRK-PES-VALOR (WRK-IDX-PES)              00052100
                               WRK-PES-DATA-FIM (WRK-IDX-PES)           00052200
                MOVE 99999999 TO WRK-PES-DATA-INI (WRK-IDX-PES)         00052300
                MOVE 'N' TO WRK-PES-SW-DEP (WRK-IDX-PES)                00052400
                            WRK-PES-SW-SAQ (WRK-IDX-PES)                00052500
             END-IF.                                                    00052600
             PERFORM 2200-GUARDAR-OPERACAO.                             00052700
       1200-99-FIM.              EXIT.                                  00052800
      *-------------------------------------------------------------*   00052900
       1300-LER-HISTMOV                         SECTION.                00053000
      *-------------------------------------------------------------*   00053100
      *   HISTORICO EFETIVADO (SITUACAO 'P') EM ESPECIE, ABAIXO DO  *   00053200
      *   LIMITE, DENTRO DA JANELA E SO DE PESSOA QUE MOVIMENTOU    *   00053300
      *   ESPECIE NA NOITE.                                         *   00053400
      *-------------------------------------------------------------*   00053500
             READ HISTMOV                                               00053600
               AT END                                                   00053700
                 MOVE 'S' TO WRK-SW-FIM-HIS                             00053800
             END-READ.                                                  00053900
             PERFORM 4300-TESTARSTATUS-HISTMOV.                         00054000
             IF WRK-FS-HISTMOV NOT EQUAL 00                             00054100
                GO TO 1300-99-FIM.                                      00054200
             ADD 1 TO WRK-REGHIST.                                      00054300
             IF FD-HIS-SITUACAO NOT EQUAL 'P'                           00054400
                GO TO 1300-99-FIM.                                      00054500
             IF FD-HIS-TIPOMOV NOT EQUAL 'C'                            00054600
                AND FD-HIS-TIPOMOV NOT EQUAL 'D'                        00054700
                GO TO 1300-99-FIM.                                      00054800
             IF FD-HIS-VALOR NOT LESS WRK-VLR-LIMITE                    00054900
                OR FD-HIS-DATA GREATER WRK-DATA-CICLO                   00055000
                GO TO 1300-99-FIM.                                      00055100
                                                                        00055200
             MOVE FD-HIS-DATA TO WRK-DN-DATA.                           00055300
             PERFORM 5000-CALCULAR-DIAS.                                00055400
             IF WRK-DN-RESULT LESS WRK-DIAS-INICIO                      00055500
                GO TO 1300-99-FIM.                                      00055600
                                                                        00055700
             MOVE FD-HIS-CHAVE TO WRK-CHAVE-BUSCA.                      00055800
             PERFORM 2900-LOCALIZAR-CONTA.                              00055900
             IF WRK-IDX-CONTA EQUAL ZEROES                              00056000
                GO TO 1300-99-FIM.                                      00056100
             PERFORM 2910-LOCALIZAR-PESSOA.                             00056200
             IF WRK-IDX-PES EQUAL ZEROES                                00056300
                GO TO 1300-99-FIM.                                      00056400
                                                                        00056500
             MOVE FD-HIS-CHAVE   TO WRK-OPR-CHAVE.                      00056600
             MOVE FD-HIS-DATA    TO WRK-OPR-DATA.                       00056700
             MOVE FD-HIS-TIPOMOV TO WRK-OPR-TIPOMOV.                    00056800
             MOVE FD-HIS-VALOR   TO WRK-OPR-VALOR.                      00056900
             MOVE 'H'            TO WRK-OPR-ORIGEM.                     00057000
             PERFORM 2200-GUARDAR-OPERACAO.                             00057100
       1300-99-FIM.              EXIT.                                  00057200
      *-------------------------------------------------------------*   00057300
       2000-AVALIAR-PESSOA                      SECTION.                00057400
      *-------------------------------------------------------------*   00057500
      *   FRACIONAMENTO: DUAS OU MAIS OPERACOES ABAIXO DO LIMITE    *   00057600
      *   QUE, SOMADAS NA JANELA, ATINGEM O LIMITE.                 *   00057700
      *-------------------------------------------------------------*   00057800
            IF WRK-PES-QTD (WRK-SUB-PES) GREATER 1                      00057900
               AND WRK-PES-VALOR (WRK-SUB-PES)                          00058000
                   NOT LESS WRK-VLR-LIMITE                              00058100
               MOVE 'F' TO FD-COA-TIPO                                  00058200
               MOVE WRK-PES-DOCUMENTO (WRK-SUB-PES)                     00058300
                    TO FD-COA-DOCUMENTO                                 00058400
               MOVE WRK-PES-NOME (WRK-SUB-PES) TO FD-COA-NOME           00058500
               MOVE WRK-PES-CHAVE1 (WRK-SUB-PES) (1:4)                  00058600
                    TO FD-COA-AGENCIA                                   00058700
               MOVE WRK-PES-CHAVE1 (WRK-SUB-PES) (5:4)                  00058800
                    TO FD-COA-CONTA                                     00058900
               MOVE WRK-PES-QTD-CONTAS (WRK-SUB-PES)                    00059000
                    TO FD-COA-QTD-CONTAS                                00059100
               MOVE WRK-PES-DATA-INI (WRK-SUB-PES) TO FD-COA-DATA-INI   00059200
               MOVE WRK-PES-DATA-FIM (WRK-SUB-PES) TO FD-COA-DATA-FIM   00059300
               MOVE WRK-PES-QTD (WRK-SUB-PES)   TO FD-COA-QTD-OPER      00059400
               MOVE WRK-PES-VALOR (WRK-SUB-PES) TO FD-COA-VALOR         00059500
               EVALUATE TRUE                                            00059600
                 WHEN WRK-PES-SW-DEP (WRK-SUB-PES) EQUAL 'S'            00059700
                      AND WRK-PES-SW-SAQ (WRK-SUB-PES) EQUAL 'S'        00059800
                   MOVE 'M' TO FD-COA-NATUREZA                          00059900
                 WHEN WRK-PES-SW-DEP (WRK-SUB-PES) EQUAL 'S'            00060000
                   MOVE 'C' TO FD-COA-NATUREZA                          00060100
                 WHEN OTHER                                             00060200
                   MOVE 'D' TO FD-COA-NATUREZA                          00060300
               END-EVALUATE                                             00060400
               PERFORM 2300-GRAVAR-COMUNICACAO                          00060500
               ADD 1 TO WRK-QTD-FRACION                                 00060600
                                                                        00060700
               MOVE 'FRACIONAMENTO ' TO WRK-LCM-TIPO                    00060800
               PERFORM 2400-LISTAR-COMUNICACAO                          00060900
               MOVE 1 TO WRK-SUB-OPE                                    00061000
               PERFORM 2500-LISTAR-OPERACAO-PESSOA                      00061100
                       UNTIL WRK-SUB-OPE GREATER WRK-QTD-OPE            00061200
            END-IF.                                                     00061300
            ADD 1 TO WRK-SUB-PES.                                       00061400
                                                                        00061500
       2000-99-FIM.              EXIT.                                  00061600
      *-------------------------------------------------------------*   00061700
       2100-COMUNICAR-OPERACAO                  SECTION.                00061800
      *-------------------------------------------------------------*   00061900
      *   OPERACAO UNICA IGUAL OU ACIMA DO LIMITE (TIPO A).         *   00062000
      *-------------------------------------------------------------*   00062100
            MOVE 'A' TO FD-COA-TIPO.                                    00062200
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA) TO FD-COA-DOCUMENTO. 00062300
            MOVE WRK-CTA-NOME (WRK-IDX-CONTA)      TO FD-COA-NOME.      00062400
            MOVE WRK-OPR-CHAVE (1:4)  TO FD-COA-AGENCIA.                00062500
            MOVE WRK-OPR-CHAVE (5:4)  TO FD-COA-CONTA.                  00062600
            MOVE 1                    TO FD-COA-QTD-CONTAS              00062700
                                         FD-COA-QTD-OPER.               00062800
            MOVE WRK-OPR-DATA         TO FD-COA-DATA-INI                00062900
                                         FD-COA-DATA-FIM.               00063000
            MOVE WRK-OPR-VALOR        TO FD-COA-VALOR.                  00063100
            MOVE WRK-OPR-TIPOMOV      TO FD-COA-NATUREZA.               00063200
            PERFORM 2300-GRAVAR-COMUNICACAO.                            00063300
            ADD 1 TO WRK-QTD-ACIMA.                                     00063400
                                                                        00063500
            MOVE 'ACIMA LIMITE  ' TO WRK-LCM-TIPO.                      00063600
            PERFORM 2400-LISTAR-COMUNICACAO.                            00063700
            MOVE WRK-OPR-DATA     TO WRK-LOP-DATA.                      00063800
            MOVE WRK-OPR-CHAVE (1:4) TO WRK-LOP-AGENCIA.                00063900
            MOVE WRK-OPR-CHAVE (5:4) TO WRK-LOP-CONTA.                  00064000
            PERFORM 2600-MONTAR-LINHA-OPERACAO.                         00064100
                                                                        00064200
       2100-99-FIM.              EXIT.                                  00064300
      *-------------------------------------------------------------*   00064400
       2200-GUARDAR-OPERACAO                    SECTION.                00064500
      *-------------------------------------------------------------*   00064600
      *   ACUMULA A OPERACAO NA PESSOA WRK-IDX-PES E GUARDA O       *   00064700
      *   DETALHE PARA O RELATORIO DE REVISAO.                      *   00064800
      *-------------------------------------------------------------*   00064900
            IF WRK-QTD-OPE NOT LESS 5000                                00065000
               MOVE 'TABELA DE OPERACOES ESGOTADA ' TO WRK-MSGERRO      00065100
               MOVE '2200' TO WRK-SECAO                                 00065200
               PERFORM 9100-ERRO-CONTROLE                               00065300
            END-IF.                                                     00065400
                                                                        00065500
      *----CONTA DIFERENTE DAS JA VISTAS PARA A PESSOA---------------*  00065600
            MOVE 'S' TO WRK-SW-CONTA-NOVA.                              00065700
            MOVE 1 TO WRK-SUB-CONTA2.                                   00065800
            PERFORM 2210-COMPARAR-CONTA-PESSOA                          00065900
                    UNTIL WRK-SUB-CONTA2 GREATER WRK-QTD-OPE            00066000
                       OR NOT WRK-CONTA-NOVA.                           00066100
            IF WRK-CONTA-NOVA                                           00066200
               ADD 1 TO WRK-PES-QTD-CONTAS (WRK-IDX-PES)                00066300
               IF WRK-PES-QTD-CONTAS (WRK-IDX-PES) EQUAL 1              00066400
                  MOVE WRK-OPR-CHAVE TO WRK-PES-CHAVE1 (WRK-IDX-PES)    00066500
               END-IF                                                   00066600
            END-IF.                                                     00066700
                                                                        00066800
            ADD 1 TO WRK-QTD-OPE.                                       00066900
            MOVE WRK-IDX-PES     TO WRK-OPE-PESSOA (WRK-QTD-OPE).       00067000
            MOVE WRK-OPR-DATA    TO WRK-OPE-DATA (WRK-QTD-OPE).         00067100
            MOVE WRK-OPR-CHAVE   TO WRK-OPE-CHAVE (WRK-QTD-OPE).        00067200
            MOVE WRK-OPR-TIPOMOV TO WRK-OPE-TIPOMOV (WRK-QTD-OPE).      00067300
            MOVE WRK-OPR-VALOR   TO WRK-OPE-VALOR (WRK-QTD-OPE).        00067400
            MOVE WRK-OPR-ORIGEM  TO WRK-OPE-ORIGEM (WRK-QTD-OPE).       00067500
                                                                        00067600
            ADD 1             TO WRK-PES-QTD (WRK-IDX-PES).             00067700
            ADD WRK-OPR-VALOR TO WRK-PES-VALOR (WRK-IDX-PES).           00067800
            IF WRK-OPR-DATA LESS WRK-PES-DATA-INI (WRK-IDX-PES)         00067900
               MOVE WRK-OPR-DATA TO WRK-PES-DATA-INI (WRK-IDX-PES)      00068000
            END-IF.                                                     00068100
            IF WRK-OPR-DATA GREATER WRK-PES-DATA-FIM (WRK-IDX-PES)      00068200
               MOVE WRK-OPR-DATA TO WRK-PES-DATA-FIM (WRK-IDX-PES)      00068300
            END-IF.                                                     00068400
            IF WRK-OPR-TIPOMOV EQUAL 'C'                                00068500
               MOVE 'S' TO WRK-PES-SW-DEP (WRK-IDX-PES)                 00068600
            ELSE                                                        00068700
               MOVE 'S' TO WRK-PES-SW-SAQ (WRK-IDX-PES)                 00068800
            END-IF.                                                     00068900
                                                                        00069000
       2200-99-FIM.              EXIT.                                  00069100
      *-------------------------------------------------------------*   00069200
       2210-COMPARAR-CONTA-PESSOA               SECTION.                00069300
      *-------------------------------------------------------------*   00069400
            IF WRK-OPE-PESSOA (WRK-SUB-CONTA2) EQUAL WRK-IDX-PES        00069500
               AND WRK-OPE-CHAVE (WRK-SUB-CONTA2) EQUAL WRK-OPR-CHAVE   00069600
               MOVE 'N' TO WRK-SW-CONTA-NOVA                            00069700
            END-IF.                                                     00069800
            ADD 1 TO WRK-SUB-CONTA2.                                    00069900
                                                                        00070000
       2210-99-FIM.              EXIT.                                  00070100
      *-------------------------------------------------------------*   00070200
       2300-GRAVAR-COMUNICACAO                  SECTION.                00070300
      *-------------------------------------------------------------*   00070400
      *   CPF CHEGA COM TRES ZEROS A ESQUERDA NOS 14 DIGITOS; ACIMA *   00070500
      *   DE 11 DIGITOS E CNPJ (PESSOA JURIDICA).                   *   00070600
      *-------------------------------------------------------------*   00070700
            IF FD-COA-DOCUMENTO GREATER 99999999999                     00070800
               MOVE 'J' TO FD-COA-PESSOA                                00070900
            ELSE                                                        00071000
               MOVE 'F' TO FD-COA-PESSOA                                00071100
            END-IF.                                                     00071200
            MOVE WRK-DATA-CICLO TO FD-COA-DATA-COMUNIC.                 00071300
            MOVE SPACES TO FD-COAFCOM (99:22).                          00071400
            WRITE FD-COAFCOM.                                           00071500
            ADD 1 TO WRK-REGCOAF.                                       00071600
            ADD FD-COA-VALOR TO WRK-HASH-COAF.                          00071700
                                                                        00071800
       2300-99-FIM.              EXIT.                                  00071900
      *-------------------------------------------------------------*   00072000
       2400-LISTAR-COMUNICACAO                  SECTION.                00072100
      *-------------------------------------------------------------*   00072200
            WRITE FD-RELCOAF FROM WRK-LINHA-TRACO.                      00072300
            MOVE FD-COA-DOCUMENTO TO WRK-LCM-DOCUMENTO.                 00072400
            MOVE FD-COA-NOME      TO WRK-LCM-NOME.                      00072500
            MOVE FD-COA-QTD-OPER  TO WRK-LCM-QTD.                       00072600
            MOVE FD-COA-VALOR     TO WRK-LCM-VALOR.                     00072700
            WRITE FD-RELCOAF FROM WRK-LINHA-COMUNIC.                    00072800
                                                                        00072900
       2400-99-FIM.              EXIT.                                  00073000
      *-------------------------------------------------------------*   00073100
       2500-LISTAR-OPERACAO-PESSOA              SECTION.                00073200
      *-------------------------------------------------------------*   00073300
            IF WRK-OPE-PESSOA (WRK-SUB-OPE) EQUAL WRK-SUB-PES           00073400
               MOVE WRK-OPE-DATA (WRK-SUB-OPE)  TO WRK-LOP-DATA         00073500
               MOVE WRK-OPE-CHAVE (WRK-SUB-OPE) (1:4)                   00073600
                    TO WRK-LOP-AGENCIA                                  00073700
               MOVE WRK-OPE-CHAVE (WRK-SUB-OPE) (5:4)                   00073800
                    TO WRK-LOP-CONTA                                    00073900
               MOVE WRK-OPE-TIPOMOV (WRK-SUB-OPE) TO WRK-OPR-TIPOMOV    00074000
               MOVE WRK-OPE-VALOR (WRK-SUB-OPE) TO WRK-OPR-VALOR        00074100
               MOVE WRK-OPE-ORIGEM (WRK-SUB-OPE) TO WRK-OPR-ORIGEM      00074200
               PERFORM 2600-MONTAR-LINHA-OPERACAO                       00074300
            END-IF.                                                     00074400
            ADD 1 TO WRK-SUB-OPE.                                       00074500
                                                                        00074600
       2500-99-FIM.              EXIT.                                  00074700
      *-------------------------------------------------------------*   00074800
       2600-MONTAR-LINHA-OPERACAO               SECTION.                00074900
      *-------------------------------------------------------------*   00075000
            IF WRK-OPR-TIPOMOV EQUAL 'C'                                00075100
               MOVE 'DEPOSITO' TO WRK-LOP-TIPO                          00075200
            ELSE                                                        00075300
               MOVE 'SAQUE   ' TO WRK-LOP-TIPO                          00075400
            END-IF.                                                     00075500
            MOVE WRK-OPR-VALOR TO WRK-LOP-VALOR.                        00075600
            IF WRK-OPR-ORIGEM EQUAL 'N'                                 00075700
               MOVE 'NOITE MOVPOST  ' TO WRK-LOP-ORIGEM                 00075800
            ELSE                                                        00075900
               MOVE 'HISTMOV'         TO WRK-LOP-ORIGEM                 00076000
            END-IF.                                                     00076100
            WRITE FD-RELCOAF FROM WRK-LINHA-OPERACAO.                   00076200
                                                                        00076300
       2600-99-FIM.              EXIT.                                  00076400
      *-------------------------------------------------------------*   00076500
       2900-LOCALIZAR-CONTA                     SECTION.                00076600
      *-------------------------------------------------------------*   00076700
            MOVE ZEROES TO WRK-IDX-CONTA.                               00076800
            MOVE 1 TO WRK-SUB-CONTAS.                                   00076900
            PERFORM 2905-COMPARAR-CONTA                                 00077000
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00077100
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00077200
                                                                        00077300
       2900-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       2905-COMPARAR-CONTA                      SECTION.                00077600
      *-------------------------------------------------------------*   00077700
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00077800
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00077900
            END-IF.                                                     00078000
            ADD 1 TO WRK-SUB-CONTAS.                                    00078100
                                                                        00078200
       2905-99-FIM.              EXIT.                                  00078300
      *-------------------------------------------------------------*   00078400
       2910-LOCALIZAR-PESSOA                    SECTION.                00078500
      *-------------------------------------------------------------*   00078600
      *   PESSOA PELO CPF/CNPJ DA CONTA WRK-IDX-CONTA.              *   00078700
      *-------------------------------------------------------------*   00078800
            MOVE ZEROES TO WRK-IDX-PES.                                 00078900
            MOVE 1 TO WRK-SUB-PES.                                      00079000
            PERFORM 2915-COMPARAR-PESSOA                                00079100
                    UNTIL WRK-SUB-PES GREATER WRK-QTD-PES               00079200
                       OR WRK-IDX-PES GREATER ZEROES.                   00079300
                                                                        00079400
       2910-99-FIM.              EXIT.                                  00079500
      *-------------------------------------------------------------*   00079600
       2915-COMPARAR-PESSOA                     SECTION.                00079700
      *-------------------------------------------------------------*   00079800
            IF WRK-PES-DOCUMENTO (WRK-SUB-PES)                          00079900
               EQUAL WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                  00080000
               MOVE WRK-SUB-PES TO WRK-IDX-PES                          00080100
            END-IF.                                                     00080200
            ADD 1 TO WRK-SUB-PES.                                       00080300
                                                                        00080400
       2915-99-FIM.              EXIT.                                  00080500
      *-------------------------------------------------------------*   00080600
       3000-FINALIZAR                           SECTION.                00080700
      *-------------------------------------------------------------*   00080800
             MOVE WRK-REGCOAF   TO WRK-TRLC-QTD.                        00080900
             MOVE WRK-HASH-COAF TO WRK-TRLC-HASH.                       00081000
             WRITE FD-COAFCOM FROM WRK-COAFCOM-TRL.                     00081100
             WRITE FD-RELCOAF FROM WRK-LINHA-TRACO.                     00081200
                                                                        00081300
             CLOSE CLIENTES MOVPOST HISTMOV COAFCOM RELCOAF.            00081400
               PERFORM 4000-TESTARSTATUS.                               00081500
              DISPLAY ' ============================================'.  00081600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX53          '.  00081700
              DISPLAY ' ============================================'.  00081800
              DISPLAY ' MOVIMENTOS DA NOITE LIDOS..' WRK-REGNOITE.      00081900
              DISPLAY ' REGISTROS DE HISTORICO.....' WRK-REGHIST.       00082000
              DISPLAY ' OPERACOES EM ESPECIE NOITE.' WRK-QTD-ESPECIE.   00082100
              DISPLAY ' SEM CONTA NO CLIENTES......' WRK-QTD-SEMCTA.    00082200
              DISPLAY ' PESSOAS AVALIADAS..........' WRK-QTD-PES.       00082300
              DISPLAY ' COMUNICACOES ACIMA LIMITE..' WRK-QTD-ACIMA.     00082400
              DISPLAY ' COMUNICACOES FRACIONAMENTO.' WRK-QTD-FRACION.   00082500
              DISPLAY ' REGISTROS NO COAFCOM.......' WRK-REGCOAF.       00082600
              DISPLAY ' ============================================'.  00082700
                                                                        00082800
              MOVE 'F' TO WRK-EST-EVENTO.                               00082900
              MOVE WRK-REGNOITE   TO WRK-EST-LIDOS.                     00083000
              MOVE WRK-REGCOAF    TO WRK-EST-GRAVADOS.                  00083100
              MOVE WRK-QTD-SEMCTA TO WRK-EST-REJEITADOS.                00083200
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00083300
                                                                        00083400
       3000-99-FIM.              EXIT.                                  00083500
      *-------------------------------------------------------------*   00083600
       4000-TESTARSTATUS                            SECTION.            00083700
      *-------------------------------------------------------------*   00083800
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00083900
                 PERFORM 4200-TESTARSTATUS-MOVPOST.                     00084000
                 PERFORM 4300-TESTARSTATUS-HISTMOV.                     00084100
                 IF WRK-FS-COAFCOM NOT EQUAL 00                         00084200
                   MOVE 'ERRO NO OPEN COAFCOM  ' TO WRK-MSGERRO         00084300
                   MOVE '1000'                   TO WRK-SECAO           00084400
                   MOVE WRK-FS-COAFCOM           TO WRK-STATUS          00084500
                    PERFORM 9000-TRATAERROS                             00084600
                 END-IF.                                                00084700
                 IF WRK-FS-RELCOAF NOT EQUAL 00                         00084800
                   MOVE 'ERRO NO OPEN RELCOAF  ' TO WRK-MSGERRO         00084900
                   MOVE '1000'                   TO WRK-SECAO           00085000
                   MOVE WRK-FS-RELCOAF           TO WRK-STATUS          00085100
                    PERFORM 9000-TRATAERROS                             00085200
                 END-IF.                                                00085300
                                                                        00085400
       4000-99-FIM.              EXIT.                                  00085500
      *-------------------------------------------------------------*   00085600
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00085700
      *-------------------------------------------------------------*   00085800
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00085900
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00086000
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00086100
                 MOVE '1100'                   TO WRK-SECAO             00086200
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00086300
                  PERFORM 9000-TRATAERROS                               00086400
               END-IF.                                                  00086500
                                                                        00086600
       4100-99-FIM.              EXIT.                                  00086700
      *-------------------------------------------------------------*   00086800
       4200-TESTARSTATUS-MOVPOST                    SECTION.            00086900
      *-------------------------------------------------------------*   00087000
               IF WRK-FS-MOVPOST NOT EQUAL 00                           00087100
                           AND WRK-FS-MOVPOST NOT EQUAL 10              00087200
                 MOVE 'ERRO NO MOVPOST       ' TO WRK-MSGERRO           00087300
                 MOVE '1200'                   TO WRK-SECAO             00087400
                 MOVE WRK-FS-MOVPOST           TO WRK-STATUS            00087500
                  PERFORM 9000-TRATAERROS                               00087600
               END-IF.                                                  00087700
                                                                        00087800
       4200-99-FIM.              EXIT.                                  00087900
      *-------------------------------------------------------------*   00088000
       4300-TESTARSTATUS-HISTMOV                    SECTION.            00088100
      *-------------------------------------------------------------*   00088200
               IF WRK-FS-HISTMOV NOT EQUAL 00                           00088300
                           AND WRK-FS-HISTMOV NOT EQUAL 10              00088400
                 MOVE 'ERRO NO HISTMOV       ' TO WRK-MSGERRO           00088500
                 MOVE '1300'                   TO WRK-SECAO             00088600
                 MOVE WRK-FS-HISTMOV           TO WRK-STATUS            00088700
                  PERFORM 9000-TRATAERROS                               00088800
               END-IF.                                                  00088900
                                                                        00089000
       4300-99-FIM.              EXIT.                                  00089100
      *-------------------------------------------------------------*   00089200
       5000-CALCULAR-DIAS                           SECTION.            00089300
      *-------------------------------------------------------------*   00089400
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA     *   00089500
      *   O CORTE DA JANELA (CALENDARIO GREGORIANO; OS BISSEXTOS    *   00089600
      *   ATE O ANO ANTERIOR, O DO ANO PELO MES).                   *   00089700
      *-------------------------------------------------------------*   00089800
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00089900
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00090000
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00090100
            DIVIDE WRK-DN-ANTERIOR BY 100                               00090200
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00090300
            DIVIDE WRK-DN-ANTERIOR BY 400                               00090400
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00090500
                                                                        00090600
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00090700
                                  + WRK-DN-QUOC4                        00090800
                                  - WRK-DN-QUOC100                      00090900
                                  + WRK-DN-QUOC400                      00091000
                                  + WRK-DN-DIA.                         00091100
                                                                        00091200
            EVALUATE WRK-DN-MES                                         00091300
              WHEN 01 CONTINUE                                          00091400
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00091500
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00091600
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00091700
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00091800
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00091900
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00092000
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00092100
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00092200
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00092300
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00092400
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00092500
            END-EVALUATE.                                               00092600
                                                                        00092700
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00092800
            IF WRK-DN-BISSEXTO EQUAL 1                                  00092900
               AND WRK-DN-MES GREATER 2                                 00093000
               ADD 1 TO WRK-DN-RESULT                                   00093100
            END-IF.                                                     00093200
                                                                        00093300
       5000-99-FIM.              EXIT.                                  00093400
      *-------------------------------------------------------------*   00093500
       5100-VERIFICAR-BISSEXTO                      SECTION.            00093600
      *-------------------------------------------------------------*   00093700
            DIVIDE WRK-DN-ANO BY 4                                      00093800
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00093900
            DIVIDE WRK-DN-ANO BY 100                                    00094000
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00094100
            DIVIDE WRK-DN-ANO BY 400                                    00094200
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00094300
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00094400
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00094500
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00094600
               MOVE 1 TO WRK-DN-BISSEXTO                                00094700
            ELSE                                                        00094800
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00094900
            END-IF.                                                     00095000
                                                                        00095100
       5100-99-FIM.              EXIT.                                  00095200
      *-------------------------------------------------------------*   00095300
       9100-ERRO-CONTROLE                           SECTION.            00095400
      *-------------------------------------------------------------*   00095500
           MOVE 'FR19EX53' TO WRK-PROGRAMA.                             00095600
           MOVE 'E'        TO WRK-SEVERIDADE.                           00095700
           MOVE '08'       TO WRK-STATUS.                               00095800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00095900
           MOVE 8 TO RETURN-CODE.                                       00096000
           STOP RUN.                                                    00096100
                                                                        00096200
       9100-99-FIM.              EXIT.                                  00096300
      *-------------------------------------------------------------*   00096400
       9000-TRATAERROS                              SECTION.            00096500
      *-------------------------------------------------------------*   00096600
           MOVE 'FR19EX53' TO WRK-PROGRAMA                              00096700
           MOVE 'E'        TO WRK-SEVERIDADE                            00096800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00096900
           GOBACK.                                                      00097000
                                                                        00097100
       9000-99-FIM.              EXIT.                                  00097200
