      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX50.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:10/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DEVOLUCAO DE CHEQUES SEM FUNDOS E CADASTRO DE   *   00001200
      *    EMITENTES DE CHEQUES SEM FUNDOS (CCF). RODA DEPOIS DA    *   00001300
      *    POSTAGEM: O CHEQUE (TIPOMOV 'Q') QUE O FR19EX25 LIBEROU  *   00001400
      *    E O FR19EX04 RECUSOU POR LIMITE NO MOV0106R E UM CHEQUE  *   00001500
      *    SEM FUNDOS. O MOV0106R NAO TRAZ O NUMERO DO CHEQUE, QUE  *   00001600
      *    E RECUPERADO NO MOVCHQ DA NOITE PELA CONTA + VALOR (O    *   00001700
      *    PRIMEIRO CHEQUE AINDA NAO USADO). O REGISTRO DE CHEQUES  *   00001800
      *    DO FR19EX25 (CHQNOVO, COM O CHEQUE MARCADO PAGO) E       *   00001900
      *    REGRAVADO EM CHQDEV COM O CHEQUE DEVOLVIDO (STATUS D) E  *   00002000
      *    A ALINEA NO MOTIVO. ALINEAS:                             *   00002100
      *     11 - SEM FUNDOS NA 1A APRESENTACAO                      *   00002200
      *     12 - SEM FUNDOS NA 2A APRESENTACAO (CHEQUE JA DEVOLVIDO *   00002300
      *          PELA 11) - O EMITENTE ENTRA/SOMA NO CCF            *   00002400
      *     49 - REAPRESENTACAO DE CHEQUE JA DEVOLVIDO PELA 12      *   00002500
      *    CADA DEVOLUCAO SAI NO DEVCHQ (RETORNO AO BANCO           *   00002600
      *    APRESENTANTE, COM CABECALHO/RODAPE) E NO RELATORIO       *   00002700
      *    RELDEV; AS ALINEAS 11 E 12 COBRAM A TARIFA DE DEVOLUCAO  *   00002800
      *    NO MOVDEV (LAYOUT DO MOVTAR, TIPOMOV 'D'), QUE ENTRA NO  *   00002900
      *    SORT DO MOV0106 DA NOITE SEGUINTE. CHEQUE DO MOV0106R    *   00003000
      *    SEM CORRESPONDENTE NO MOVCHQ/REGISTRO VOLTA PELA 11 SEM  *   00003100
      *    TARIFA, MARCADO COMO NAO IDENTIFICADO.                   *   00003200
      *    O CCF E MANTIDO POR CPF/CNPJ (FD-DOCUMENTO DA CONTA);    *   00003300
      *    SITUACAO A = IMPEDIDO DE RECEBER TALAO (O EMITE DO       *   00003400
      *    FR19EX24 CONSULTA), R = REGULARIZADO. O TRANSCCF TRAZ AS *   00003500
      *    REGULARIZACOES ('REGULAR ' + DOCUMENTO), APLICADAS ANTES *   00003600
      *    DAS DEVOLUCOES DA NOITE.                                 *   00003700
      *    CARTAO SYSIN: TARIFA DE DEVOLUCAO (9(08), MESMA UNIDADE  *   00003800
      *    DO SALDO; ZEROS = 00000040) (CADA CARTAO COM 10 DE       *   00003900
      *    FILLER)                                                  *   00004000
      *    CARTAO SYSIN 2: OPERADOR QUE LIBEROU O TRANSCCF          *   00004014
      *    MATRIZ DE AUTORIZACAO: ANTES DE REGULARIZAR, O MODULO    *   00004028
      *    AUTORIZA CONFERE SE O PERFIL DO OPERADOR DO CARTAO 2 PODE*   00004042
      *    FAZER A OPERACAO NO FR19EX50; SEM PERMISSAO, OU COM      *   00004057
      *    OPERADOR DESCONHECIDO/INATIVO, A REGULARIZACAO E RECUSADA*   00004071
      *    E SAI NO RELDEV COM O NOME E O PERFIL DO OPERADOR.       *   00004085
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    CLIENTES             I                  -----------      *   00004400
      *    CCFREG               I                  -----------      *   00004500
      *    TRANSCCF             I                  -----------      *   00004600
      *    MOVCHQ               I                  -----------      *   00004700
      *    MOV0106R             I                  -----------      *   00004800
      *    CHQNOVO              I                  -----------      *   00004900
      *    CHQDEV               O                  -----------      *   00005000
      *    CCFNOVO              O                  -----------      *   00005100
      *    DEVCHQ               O                  -----------      *   00005200
      *    MOVDEV               O                  -----------      *   00005300
      *    RELDEV               O                  -----------      *   00005400
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005425
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005450
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005475
      *-------------------------------------------------------------*   00005500
      *   MODULOS....:                             INCLUDE/BOOK     *   00005600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005700
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005800
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005850
      *=============================================================*   00005900
                                                                        00006000
      *=============================================================*   00006100
       ENVIRONMENT                               DIVISION.              00006200
      *=============================================================*   00006300
                                                                        00006400
      *=============================================================*   00006500
       CONFIGURATION                               SECTION.             00006600
      *=============================================================*   00006700
       SPECIAL-NAMES.                                                   00006800
           DECIMAL-POINT IS COMMA.                                      00006900
                                                                        00007000
       INPUT-OUTPUT                                SECTION.             00007100
       FILE-CONTROL.                                                    00007200
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007300
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007400
                                                                        00007500
            SELECT CCFREG ASSIGN TO CCFREG                              00007600
                 FILE STATUS IS WRK-FS-CCFREG.                          00007700
                                                                        00007800
            SELECT TRANSCCF ASSIGN TO TRANSCCF                          00007900
                 FILE STATUS IS WRK-FS-TRANSCCF.                        00008000
                                                                        00008100
            SELECT MOVCHQ ASSIGN TO MOVCHQ                              00008200
                 FILE STATUS IS WRK-FS-MOVCHQ.                          00008300
                                                                        00008400
            SELECT MOV0106R ASSIGN TO MOV0106R                          00008500
                 FILE STATUS IS WRK-FS-MOV0106R.                        00008600
                                                                        00008700
            SELECT CHQNOVO ASSIGN TO CHQNOVO                            00008800
                 FILE STATUS IS WRK-FS-CHQNOVO.                         00008900
                                                                        00009000
      *--------------ARQUIVOS SAIDAS--------------------------------*   00009100
                                                                        00009200
            SELECT CHQDEV ASSIGN TO CHQDEV                              00009300
                 FILE STATUS IS WRK-FS-CHQDEV.                          00009400
                                                                        00009500
            SELECT CCFNOVO ASSIGN TO CCFNOVO                            00009600
                 FILE STATUS IS WRK-FS-CCFNOVO.                         00009700
                                                                        00009800
            SELECT DEVCHQ ASSIGN TO DEVCHQ                              00009900
                 FILE STATUS IS WRK-FS-DEVCHQ.                          00010000
                                                                        00010100
            SELECT MOVDEV ASSIGN TO MOVDEV                              00010200
                 FILE STATUS IS WRK-FS-MOVDEV.                          00010300
                                                                        00010400
            SELECT RELDEV ASSIGN TO RELDEV                              00010500
                 FILE STATUS IS WRK-FS-RELDEV.                          00010600
                                                                        00010700
      *=============================================================*   00010800
       DATA                                      DIVISION.              00010900
      *=============================================================*   00011000
       FILE                                      SECTION.               00011100
      *-------------------LRECL 89----------------------------------*   00011200
       FD CLIENTES                                                      00011300
           RECORDING MODE IS F                                          00011400
           LABEL RECORD IS STANDARD                                     00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-CLIENTES.                                                  00011700
          05 FD-CHAVE.                                                  00011800
             10 FD-AGENCIA      PIC X(04).                              00011900
             10 FD-CONTA        PIC X(04).                              00012000
          05 FD-NOME            PIC X(30).                              00012100
          05 FD-SALDO           PIC S9(08).                             00012200
          05 FD-STATUS          PIC X(01).                              00012300
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012400
          05 FD-LIMITE          PIC 9(08).                              00012500
          05 FD-DOCUMENTO       PIC 9(14).                              00012600
                                                                        00012700
      *-------------------LRECL 80----------------------------------*   00012800
       FD CCFREG                                                        00012900
           RECORDING MODE IS F                                          00013000
           LABEL RECORD IS STANDARD                                     00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-CCFREG               PIC X(80).                            00013300
                                                                        00013400
      *-------------------LRECL 30----------------------------------*   00013500
       FD TRANSCCF                                                      00013600
           RECORDING MODE IS F                                          00013700
           LABEL RECORD IS STANDARD                                     00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-TRANSCCF.                                                  00014000
          05 FD-TCF-OPERACAO      PIC X(08).                            00014100
          05 FD-TCF-DOCUMENTO     PIC X(14).                            00014200
          05 FD-TCF-DOCUMENTO-N REDEFINES FD-TCF-DOCUMENTO              00014300
                                  PIC 9(14).                            00014400
          05 FILLER               PIC X(08).                            00014500
                                                                        00014600
      *-------------------LRECL 55----------------------------------*   00014700
       FD MOVCHQ                                                        00014800
           RECORDING MODE IS F                                          00014900
           LABEL RECORD IS STANDARD                                     00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-MOVCHQ.                                                    00015200
          05 FD-MVQ-CHAVE           PIC X(08).                          00015300
          05 FD-MVQ-MOVIMENTO.                                          00015400
             10 FD-MVQ-NUMERO       PIC X(06).                          00015500
             10 FILLER              PIC X(24).                          00015600
          05 FD-MVQ-VLRMOVIMENTO    PIC 9(08).                          00015700
          05 FD-MVQ-TIPOMOV         PIC X(01).                          00015800
          05 FD-MVQ-DATAVALOR       PIC 9(08).                          00015900
                                                                        00016000
      *-------------------LRECL 85----------------------------------*   00016100
       FD MOV0106R                                                      00016200
           RECORDING MODE IS F                                          00016300
           LABEL RECORD IS STANDARD                                     00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-MOV0106R.                                                  00016600
          05 FD-MOVR-CHAVE.                                             00016700
             10 FD-MOVR-AGENCIA      PIC X(04).                         00016800
             10 FD-MOVR-CONTA        PIC X(04).                         00016900
          05 FD-MOVR-NOME            PIC X(30).                         00017000
          05 FD-MOVR-SALDO           PIC S9(08).                        00017100
          05 FD-MOVR-VLRMOVIMENTO    PIC 9(08).                         00017200
          05 FD-MOVR-MOTIVO          PIC X(30).                         00017300
          05 FD-MOVR-TIPOMOV         PIC X(01).                         00017400
                                                                        00017500
      *-------------------LRECL 43----------------------------------*   00017600
       FD CHQNOVO                                                       00017700
           RECORDING MODE IS F                                          00017800
           LABEL RECORD IS STANDARD                                     00017900
           BLOCK CONTAINS 0 RECORDS.                                    00018000
       01 FD-CHQNOVO.                                                   00018100
          05 FD-CHQ-CHAVE.                                              00018200
             10 FD-CHQ-CONTAKEY.                                        00018300
                15 FD-CHQ-AGENCIA  PIC X(04).                           00018400
                15 FD-CHQ-CONTA    PIC X(04).                           00018500
             10 FD-CHQ-NUMERO      PIC 9(06).                           00018600
          05 FD-CHQ-STATUS         PIC X(01).                           00018700
          05 FD-CHQ-DATAPAG        PIC 9(08).                           00018800
          05 FD-CHQ-MOTIVO         PIC X(20).                           00018900
                                                                        00019000
      *-------------------LRECL 43----------------------------------*   00019100
       FD CHQDEV                                                        00019200
           RECORDING MODE IS F.                                         00019300
       01 FD-CHQDEV               PIC X(43).                            00019400
                                                                        00019500
      *-------------------LRECL 80----------------------------------*   00019600
       FD CCFNOVO                                                       00019700
           RECORDING MODE IS F.                                         00019800
       01 FD-CCFNOVO              PIC X(80).                            00019900
                                                                        00020000
      *-------------------LRECL 80----------------------------------*   00020100
       FD DEVCHQ                                                        00020200
           RECORDING MODE IS F.                                         00020300
       01 FD-DEVCHQ.                                                    00020400
          05 FD-DEV-AGENCIA         PIC X(04).                          00020500
          05 FD-DEV-CONTA           PIC X(04).                          00020600
          05 FD-DEV-NUMERO          PIC 9(06).                          00020700
          05 FD-DEV-VALOR           PIC 9(08).                          00020800
          05 FD-DEV-ALINEA          PIC 9(02).                          00020900
          05 FD-DEV-DESCRICAO       PIC X(30).                          00021000
          05 FD-DEV-DATA            PIC 9(08).                          00021100
          05 FD-DEV-DOCUMENTO       PIC 9(14).                          00021200
          05 FILLER                 PIC X(04).                          00021300
                                                                        00021400
      *-------------------LRECL 55----------------------------------*   00021500
       FD MOVDEV                                                        00021600
           RECORDING MODE IS F.                                         00021700
       01 FD-MOVDEV.                                                    00021800
          05 FD-TAR-AGENCIA          PIC X(04).                         00021900
          05 FD-TAR-CONTA            PIC X(04).                         00022000
          05 FD-TAR-MOVIMENTO        PIC X(30).                         00022100
          05 FD-TAR-VLRMOVIMENTO     PIC 9(08).                         00022200
          05 FD-TAR-TIPOMOV          PIC X(01).                         00022300
          05 FD-TAR-DATAVALOR        PIC 9(08).                         00022400
                                                                        00022500
      *-------------------LRECL 80----------------------------------*   00022600
       FD RELDEV                                                        00022700
           RECORDING MODE IS F.                                         00022800
       01 FD-RELDEV               PIC X(80).                            00022900
                                                                        00023000
      *=============================================================*   00023100
       WORKING-STORAGE                             SECTION.             00023200
      *=============================================================*   00023300
                                                                        00023400
       01 FILLER          PIC X(64) VALUE                               00023500
           '-----------BOOK LOGERROS------------------------'.          00023600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00023700
       COPY '#GLOG'.                                                    00023800
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00023900
       COPY '#GSTAT'.                                                   00024000
                                                                        00024016
       01 FILLER          PIC X(64) VALUE                               00024033
           '-----------BOOK AUTORIZA------------------------'.          00024050
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00024066
       COPY '#GAUT'.                                                    00024083
      *-------------------------------------------------------------*   00024100
                                                                        00024200
       01 FILLER          PIC X(64) VALUE                               00024300
           '-----------VARIAVEIS DE STATUS------------------'.          00024400
                                                                        00024500
       77 WRK-FS-CLIENTES PIC 9(02).                                    00024600
       77 WRK-FS-CCFREG   PIC 9(02).                                    00024700
       77 WRK-FS-TRANSCCF PIC 9(02).                                    00024800
       77 WRK-FS-MOVCHQ   PIC 9(02).                                    00024900
       77 WRK-FS-MOV0106R PIC 9(02).                                    00025000
       77 WRK-FS-CHQNOVO  PIC 9(02).                                    00025100
       77 WRK-FS-CHQDEV   PIC 9(02).                                    00025200
       77 WRK-FS-CCFNOVO  PIC 9(02).                                    00025300
       77 WRK-FS-DEVCHQ   PIC 9(02).                                    00025400
       77 WRK-FS-MOVDEV   PIC 9(02).                                    00025500
       77 WRK-FS-RELDEV   PIC 9(02).                                    00025600
                                                                        00025700
       01 FILLER          PIC X(64) VALUE                               00025800
           '-----------PARAMETRO SYSIN----------------------'.          00025900
                                                                        00026000
       01 WRK-TARIFA.                                                   00026100
          05 FILLER              PIC X(10).                             00026200
          05 WRK-TARIFA-AC       PIC 9(08).                             00026300
       77 WRK-VLR-TARIFA  PIC 9(08) VALUE ZEROES.                       00026400
       01 WRK-OPERCARD.                                                 00026425
          05 FILLER              PIC X(10).                             00026450
          05 WRK-OPERADOR-AC     PIC X(08).                             00026475
                                                                        00026500
       01 FILLER          PIC X(64) VALUE                               00026600
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00026700
                                                                        00026800
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00026900
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00027000
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00027100
       01 WRK-TAB-CONTAS.                                               00027200
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00027300
             10 WRK-CTA-CHAVE       PIC X(08).                          00027400
             10 WRK-CTA-NOME        PIC X(30).                          00027500
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00027600
                                                                        00027700
       01 FILLER          PIC X(64) VALUE                               00027800
           '-----------CCF EM MEMORIA-----------------------'.          00027900
                                                                        00028000
       77 WRK-QTD-CCF     PIC 9(04) VALUE ZEROES.                       00028100
       77 WRK-SUB-CCF     PIC 9(04) VALUE ZEROES.                       00028200
       77 WRK-IDX-CCF     PIC 9(04) VALUE ZEROES.                       00028300
       77 WRK-DOC-BUSCA   PIC 9(14) VALUE ZEROES.                       00028400
       01 WRK-TAB-CCF.                                                  00028500
          05 WRK-CCF-LINHA OCCURS 5000 TIMES.                           00028600
             10 WRK-CCF-DOCUMENTO   PIC 9(14).                          00028700
             10 WRK-CCF-NOME        PIC X(30).                          00028800
             10 WRK-CCF-QTD-DEVOL   PIC 9(03).                          00028900
             10 WRK-CCF-DATA-INCL   PIC 9(08).                          00029000
             10 WRK-CCF-DATA-ULT    PIC 9(08).                          00029100
             10 WRK-CCF-SITUACAO    PIC X(01).                          00029200
             10 WRK-CCF-DATA-REG    PIC 9(08).                          00029300
             10 FILLER              PIC X(08).                          00029400
                                                                        00029500
       01 FILLER          PIC X(64) VALUE                               00029600
           '-----------CHEQUES LIBERADOS NO MOVCHQ----------'.          00029700
                                                                        00029800
       77 WRK-QTD-CHQLIB  PIC 9(04) VALUE ZEROES.                       00029900
       77 WRK-SUB-CHQLIB  PIC 9(04) VALUE ZEROES.                       00030000
       77 WRK-IDX-CHQLIB  PIC 9(04) VALUE ZEROES.                       00030100
       01 WRK-TAB-CHQLIB.                                               00030200
          05 WRK-CHQLIB-LINHA OCCURS 5000 TIMES.                        00030300
             10 WRK-LIB-CHAVE       PIC X(08).                          00030400
             10 WRK-LIB-NUMERO      PIC 9(06).                          00030500
             10 WRK-LIB-VALOR       PIC 9(08).                          00030600
             10 WRK-LIB-USADO       PIC X(01).                          00030700
                                                                        00030800
       01 FILLER          PIC X(64) VALUE                               00030900
           '-----------CHEQUES A DEVOLVER-------------------'.          00031000
                                                                        00031100
       77 WRK-QTD-DEVOL   PIC 9(04) VALUE ZEROES.                       00031200
       77 WRK-SUB-DEVOL   PIC 9(04) VALUE ZEROES.                       00031300
       77 WRK-IDX-DEVOL   PIC 9(04) VALUE ZEROES.                       00031400
       01 WRK-TAB-DEVOL.                                                00031500
          05 WRK-DEVOL-LINHA OCCURS 1000 TIMES.                         00031600
             10 WRK-DVL-CHAVE       PIC X(08).                          00031700
             10 WRK-DVL-NUMERO      PIC 9(06).                          00031800
             10 WRK-DVL-VALOR       PIC 9(08).                          00031900
             10 WRK-DVL-SITUACAO    PIC X(01).                          00032000
                88 WRK-DVL-PENDENTE       VALUE 'P'.                    00032100
                88 WRK-DVL-FEITA          VALUE 'F'.                    00032200
                                                                        00032300
       01 FILLER          PIC X(64) VALUE                               00032400
           '-----------CONTADORES E CONTROLES---------------'.          00032500
                                                                        00032600
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00032700
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00032800
       77 WRK-SW-FIM-CCF  PIC X(01) VALUE 'N'.                          00032900
           88 WRK-FIM-CCFREG        VALUE 'S'.                          00033000
       77 WRK-SW-FIM-TCF  PIC X(01) VALUE 'N'.                          00033100
           88 WRK-FIM-TRANSCCF      VALUE 'S'.                          00033200
       77 WRK-SW-FIM-MVQ  PIC X(01) VALUE 'N'.                          00033300
           88 WRK-FIM-MOVCHQ        VALUE 'S'.                          00033400
       77 WRK-SW-FIM-MVR  PIC X(01) VALUE 'N'.                          00033500
           88 WRK-FIM-MOV0106R      VALUE 'S'.                          00033600
       77 WRK-SW-FIM-CHQ  PIC X(01) VALUE 'N'.                          00033700
           88 WRK-FIM-CHQNOVO       VALUE 'S'.                          00033800
                                                                        00033900
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00034000
       77 WRK-DATA-CICLO  PIC 9(08) VALUE ZEROES.                       00034100
       77 WRK-ALINEA      PIC 9(02) VALUE ZEROES.                       00034200
       77 WRK-REGCHQ      PIC 9(05) VALUE ZEROES.                       00034300
       77 WRK-REGRECUSA   PIC 9(05) VALUE ZEROES.                       00034400
       77 WRK-QTD-AL11    PIC 9(05) VALUE ZEROES.                       00034500
       77 WRK-QTD-AL12    PIC 9(05) VALUE ZEROES.                       00034600
       77 WRK-QTD-AL49    PIC 9(05) VALUE ZEROES.                       00034700
       77 WRK-QTD-NAOID   PIC 9(05) VALUE ZEROES.                       00034800
       77 WRK-QTD-INCL-CCF PIC 9(05) VALUE ZEROES.                      00034900
       77 WRK-QTD-REGULAR PIC 9(05) VALUE ZEROES.                       00035000
       77 WRK-QTD-TCF-REC PIC 9(05) VALUE ZEROES.                       00035100
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00035150
       77 WRK-REGDEVCHQ   PIC 9(05) VALUE ZEROES.                       00035200
       77 WRK-HASH-DEV    PIC 9(12) VALUE ZEROES.                       00035300
       77 WRK-REGMOVDEV   PIC 9(05) VALUE ZEROES.                       00035400
       77 WRK-HASH-TAR    PIC 9(12) VALUE ZEROES.                       00035500
       77 WRK-REGCCFNOVO  PIC 9(05) VALUE ZEROES.                       00035600
       77 WRK-IMPEDIDOS   PIC 9(05) VALUE ZEROES.                       00035700
                                                                        00035800
      *----MOTIVO DO REGISTRO DE CHEQUES: 'DEVOLVIDO ALINEA NN'-----*   00035900
       01 WRK-MOTIVO-DEVOL.                                             00036000
          05 WRK-MTD-TEXTO       PIC X(17) VALUE 'DEVOLVIDO ALINEA '.   00036100
          05 WRK-MTD-ALINEA      PIC 9(02).                             00036200
          05 FILLER              PIC X(01) VALUE SPACE.                 00036300
                                                                        00036400
       01 FILLER          PIC X(64) VALUE                               00036500
           '-----------CONTROLES GRAVADOS NAS SAIDAS--------'.          00036600
                                                                        00036700
       01 WRK-CCFNOVO-CAB.                                              00036800
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00036900
          05 FILLER              PIC X(01) VALUE SPACE.                 00037000
          05 FILLER              PIC X(08) VALUE 'FR19EX50'.            00037100
          05 FILLER              PIC X(01) VALUE SPACE.                 00037200
          05 WRK-CABC-DATA       PIC 9(08).                             00037300
          05 FILLER              PIC X(53) VALUE SPACES.                00037400
                                                                        00037500
       01 WRK-CCFNOVO-TRL.                                              00037600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00037700
          05 FILLER              PIC X(01) VALUE SPACE.                 00037800
          05 WRK-TRLC-QTD        PIC 9(05).                             00037900
          05 FILLER              PIC X(65) VALUE SPACES.                00038000
                                                                        00038100
       01 WRK-DEVCHQ-CAB.                                               00038200
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00038300
          05 FILLER              PIC X(01) VALUE SPACE.                 00038400
          05 FILLER              PIC X(08) VALUE 'FR19EX50'.            00038500
          05 FILLER              PIC X(01) VALUE SPACE.                 00038600
          05 FILLER              PIC X(09) VALUE 'DEVOLUCAO'.           00038700
          05 FILLER              PIC X(01) VALUE SPACE.                 00038800
          05 WRK-CABD-DATA       PIC 9(08).                             00038900
          05 FILLER              PIC X(43) VALUE SPACES.                00039000
                                                                        00039100
       01 WRK-DEVCHQ-TRL.                                               00039200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00039300
          05 FILLER              PIC X(01) VALUE SPACE.                 00039400
          05 WRK-TRLD-QTD        PIC 9(05).                             00039500
          05 FILLER              PIC X(01) VALUE SPACE.                 00039600
          05 WRK-TRLD-HASH       PIC 9(12).                             00039700
          05 FILLER              PIC X(52) VALUE SPACES.                00039800
                                                                        00039900
      *----CONTROLE CABECALHO/RODAPE DO MOVDEV, NO MESMO LAYOUT----*    00040000
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00040100
       01 WRK-MOVDEV-CAB.                                               00040200
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00040300
          05 FILLER              PIC X(01) VALUE SPACE.                 00040400
          05 FILLER              PIC X(08) VALUE 'FR19EX50'.            00040500
          05 FILLER              PIC X(01) VALUE SPACE.                 00040600
          05 FILLER              PIC X(09) VALUE 'DEVOLUCAO'.           00040700
          05 FILLER              PIC X(01) VALUE SPACE.                 00040800
          05 WRK-CABT-DATA       PIC 9(08).                             00040900
          05 FILLER              PIC X(18) VALUE SPACES.                00041000
                                                                        00041100
       01 WRK-MOVDEV-TRL.                                               00041200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00041300
          05 FILLER              PIC X(01) VALUE SPACE.                 00041400
          05 WRK-TRLT-QTD        PIC 9(05).                             00041500
          05 FILLER              PIC X(01) VALUE SPACE.                 00041600
          05 WRK-TRLT-HASH       PIC 9(12).                             00041700
          05 FILLER              PIC X(27) VALUE SPACES.                00041800
                                                                        00041900
       01 FILLER          PIC X(64) VALUE                               00042000
           '-----------LINHAS DO RELATORIO------------------'.          00042100
                                                                        00042200
       01 WRK-LINHA-TITULO.                                             00042300
          05 FILLER              PIC X(46) VALUE                        00042400
             'DEVOLUCAO DE CHEQUES E CCF - CICLO            '.          00042500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00042600
          05 WRK-TIT-DATA        PIC 9(08).                             00042700
          05 FILLER              PIC X(18) VALUE SPACES.                00042800
                                                                        00042900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00043000
                                                                        00043100
       01 WRK-LINHA-DEVOL.                                              00043200
          05 WRK-LDV-AGENCIA     PIC X(04).                             00043300
          05 FILLER              PIC X(01) VALUE '/'.                   00043400
          05 WRK-LDV-CONTA       PIC X(04).                             00043500
          05 FILLER              PIC X(02) VALUE SPACES.                00043600
          05 WRK-LDV-NUMERO      PIC 9(06).                             00043700
          05 FILLER              PIC X(02) VALUE SPACES.                00043800
          05 WRK-LDV-VALOR       PIC ZZ.ZZZ.ZZ9.                        00043900
          05 FILLER              PIC X(02) VALUE SPACES.                00044000
          05 WRK-LDV-ALINEA      PIC 9(02).                             00044100
          05 FILLER              PIC X(02) VALUE SPACES.                00044200
          05 WRK-LDV-RESULTADO   PIC X(40).                             00044300
          05 FILLER              PIC X(05) VALUE SPACES.                00044400
                                                                        00044500
       01 WRK-LINHA-REGULAR.                                            00044600
          05 WRK-LRG-OPERACAO    PIC X(08).                             00044700
          05 FILLER              PIC X(03) VALUE SPACES.                00044800
          05 WRK-LRG-DOCUMENTO   PIC X(14).                             00044900
          05 FILLER              PIC X(02) VALUE SPACES.                00045000
          05 WRK-LRG-RESULTADO   PIC X(40).                             00045100
          05 FILLER              PIC X(13) VALUE SPACES.                00045200
                                                                        00045209
       01 WRK-LINHA-NEGADO.                                             00045218
          05 FILLER              PIC X(10) VALUE SPACES.                00045227
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00045236
          05 WRK-NEG-OPERADOR    PIC X(08).                             00045245
          05 FILLER              PIC X(03) VALUE ' - '.                 00045254
          05 WRK-NEG-NOME        PIC X(30).                             00045263
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00045272
          05 WRK-NEG-PERFIL      PIC X(08).                             00045281
          05 FILLER              PIC X(03) VALUE SPACES.                00045290
                                                                        00045300
      *=============================================================*   00045400
       PROCEDURE DIVISION.                                              00045500
      *=============================================================*   00045600
                                                                        00045700
      *-------------------------------------------------------------*   00045800
       0000-PRINCIPAL                           SECTION.                00045900
      *-------------------------------------------------------------*   00046000
                                                                        00046100
            PERFORM  1000-INICIAR.                                      00046200
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00046300
            PERFORM  1200-CARREGAR-CCF UNTIL WRK-FIM-CCFREG.            00046400
            PERFORM  1300-CARREGAR-MOVCHQ UNTIL WRK-FIM-MOVCHQ.         00046500
            PERFORM  1400-LER-MOV0106R UNTIL WRK-FIM-MOV0106R.          00046600
            PERFORM  1700-GRAVAR-CABECALHOS.                            00046700
            PERFORM  1500-APLICAR-TRANSCCF UNTIL WRK-FIM-TRANSCCF.      00046800
                                                                        00046900
            WRITE FD-RELDEV FROM WRK-LINHA-TRACO.                       00047000
            PERFORM  1600-LER-CHQNOVO.                                  00047100
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-CHQNOVO.              00047200
            MOVE 1 TO WRK-SUB-DEVOL.                                    00047300
            PERFORM  2500-DEVOLVER-NAO-IDENTIFICADO                     00047400
                     UNTIL WRK-SUB-DEVOL GREATER WRK-QTD-DEVOL.         00047500
                                                                        00047600
            PERFORM  3000-FINALIZAR.                                    00047700
                                                                        00047800
            STOP RUN.                                                   00047900
                                                                        00048000
      *-------------------------------------------------------------*   00048100
       1000-INICIAR                             SECTION.                00048200
      *-------------------------------------------------------------*   00048300
             OPEN INPUT  CLIENTES CCFREG TRANSCCF MOVCHQ MOV0106R       00048400
                         CHQNOVO                                        00048500
                  OUTPUT CHQDEV CCFNOVO DEVCHQ MOVDEV RELDEV.           00048600
                                                                        00048700
               PERFORM 4000-TESTARSTATUS.                               00048800
                                                                        00048900
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00049000
               MOVE WRK-DATA-HOJE TO WRK-DATA-CICLO.                    00049150
                                                                        00049300
               ACCEPT WRK-TARIFA FROM SYSIN.                            00049400
               IF WRK-TARIFA-AC NOT NUMERIC                             00049500
                  OR WRK-TARIFA-AC EQUAL ZEROES                         00049600
                  MOVE 00000040 TO WRK-VLR-TARIFA                       00049700
               ELSE                                                     00049800
                  MOVE WRK-TARIFA-AC TO WRK-VLR-TARIFA                  00049900
               END-IF.                                                  00050000
                                                                        00050033
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00050066
                                                                        00050100
               MOVE 'FR19EX50' TO WRK-EST-PROGRAMA.                     00050200
               MOVE 'I' TO WRK-EST-EVENTO.                              00050300
               MOVE ZEROES TO WRK-EST-LIDOS                             00050400
                              WRK-EST-GRAVADOS                          00050500
                              WRK-EST-REJEITADOS.                       00050600
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00050700
                                                                        00050800
       1000-99-FIM.              EXIT.                                  00050900
      *-------------------------------------------------------------*   00051000
       1100-CARREGAR-CLIENTES                   SECTION.                00051100
      *-------------------------------------------------------------*   00051200
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00051300
             READ CLIENTES                                              00051400
               AT END                                                   00051500
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00051600
             END-READ.                                                  00051700
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00051800
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00051900
                GO TO 1100-99-FIM.                                      00052000
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00052100
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00052200
                GO TO 1100-99-FIM.                                      00052300
                                                                        00052400
             IF WRK-QTD-CONTAS NOT LESS 2000                            00052500
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00052600
                MOVE '1100' TO WRK-SECAO                                00052700
                PERFORM 9100-ERRO-CONTROLE                              00052800
             END-IF.                                                    00052900
             ADD 1 TO WRK-QTD-CONTAS.                                   00053000
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00053100
             MOVE FD-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).        00053200
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00053300
       1100-99-FIM.              EXIT.                                  00053400
      *-------------------------------------------------------------*   00053500
       1200-CARREGAR-CCF                        SECTION.                00053600
      *-------------------------------------------------------------*   00053700
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00053800
             READ CCFREG                                                00053900
               AT END                                                   00054000
                 MOVE 'S' TO WRK-SW-FIM-CCF                             00054100
             END-READ.                                                  00054200
             PERFORM 4200-TESTARSTATUS-CCFREG.                          00054300
             IF WRK-FS-CCFREG NOT EQUAL 00                              00054400
                GO TO 1200-99-FIM.                                      00054500
             IF FD-CCFREG (1:9) EQUAL 'CABECALHO'                       00054600
                OR FD-CCFREG (1:6) EQUAL 'RODAPE'                       00054700
                GO TO 1200-99-FIM.                                      00054800
                                                                        00054900
             IF WRK-QTD-CCF NOT LESS 5000                               00055000
                MOVE 'TABELA DO CCF ESGOTADA       ' TO WRK-MSGERRO     00055100
                MOVE '1200' TO WRK-SECAO                                00055200
                PERFORM 9100-ERRO-CONTROLE                              00055300
             END-IF.                                                    00055400
             ADD 1 TO WRK-QTD-CCF.                                      00055500
             MOVE FD-CCFREG TO WRK-CCF-LINHA (WRK-QTD-CCF).             00055600
       1200-99-FIM.              EXIT.                                  00055700
      *-------------------------------------------------------------*   00055800
       1300-CARREGAR-MOVCHQ                     SECTION.                00055900
      *-------------------------------------------------------------*   00056000
      *   GUARDA OS CHEQUES (TIPOMOV 'Q') QUE O FR19EX25 LIBEROU    *   00056100
      *   PARA A POSTAGEM; O CABECALHO TRAZ A DATA DO CICLO.        *   00056200
      *-------------------------------------------------------------*   00056300
             READ MOVCHQ                                                00056400
               AT END                                                   00056500
                 MOVE 'S' TO WRK-SW-FIM-MVQ                             00056600
             END-READ.                                                  00056700
             PERFORM 4300-TESTARSTATUS-MOVCHQ.                          00056800
             IF WRK-FS-MOVCHQ NOT EQUAL 00                              00056900
                GO TO 1300-99-FIM.                                      00057000
             IF FD-MOVCHQ (1:9) EQUAL 'CABECALHO'                       00057100
                IF FD-MOVCHQ (11:8) NUMERIC                             00057200
                   MOVE FD-MOVCHQ (11:8) TO WRK-DATA-CICLO              00057300
                END-IF                                                  00057400
                GO TO 1300-99-FIM.                                      00057500
             IF FD-MOVCHQ (1:6) EQUAL 'RODAPE'                          00057600
                OR FD-MVQ-TIPOMOV NOT EQUAL 'Q'                         00057700
                OR FD-MVQ-NUMERO NOT NUMERIC                            00057800
                GO TO 1300-99-FIM.                                      00057900
                                                                        00058000
             IF WRK-QTD-CHQLIB NOT LESS 5000                            00058100
                MOVE 'TABELA DE CHEQUES ESGOTADA   ' TO WRK-MSGERRO     00058200
                MOVE '1300' TO WRK-SECAO                                00058300
                PERFORM 9100-ERRO-CONTROLE                              00058400
             END-IF.                                                    00058500
             ADD 1 TO WRK-QTD-CHQLIB.                                   00058600
             MOVE FD-MVQ-CHAVE   TO WRK-LIB-CHAVE (WRK-QTD-CHQLIB).     00058700
             MOVE FD-MVQ-NUMERO  TO WRK-LIB-NUMERO (WRK-QTD-CHQLIB).    00058800
             MOVE FD-MVQ-VLRMOVIMENTO                                   00058900
                                 TO WRK-LIB-VALOR (WRK-QTD-CHQLIB).     00059000
             MOVE 'N'            TO WRK-LIB-USADO (WRK-QTD-CHQLIB).     00059100
       1300-99-FIM.              EXIT.                                  00059200
      *-------------------------------------------------------------*   00059300
       1400-LER-MOV0106R                        SECTION.                00059400
      *-------------------------------------------------------------*   00059500
      *   SO INTERESSA O CHEQUE RECUSADO POR LIMITE (SEM FUNDOS);   *   00059600
      *   BLOQUEIO E CONTA INEXISTENTE NAO SAO DEVOLUCAO POR FUNDOS.*   00059700
      *-------------------------------------------------------------*   00059800
             READ MOV0106R                                              00059900
               AT END                                                   00060000
                 MOVE 'S' TO WRK-SW-FIM-MVR                             00060100
             END-READ.                                                  00060200
             PERFORM 4400-TESTARSTATUS-MOV0106R.                        00060300
             IF WRK-FS-MOV0106R NOT EQUAL 00                            00060400
                GO TO 1400-99-FIM.                                      00060500
             IF FD-MOVR-TIPOMOV NOT EQUAL 'Q'                           00060600
                OR FD-MOVR-MOTIVO (1:24) NOT EQUAL                      00060700
                   'DEBITO RECUSADO - LIMITE'                           00060800
                GO TO 1400-99-FIM.                                      00060900
                                                                        00061000
             ADD 1 TO WRK-REGRECUSA.                                    00061100
             IF WRK-QTD-DEVOL NOT LESS 1000                             00061200
                MOVE 'TABELA DE DEVOLUCOES ESGOTADA' TO WRK-MSGERRO     00061300
                MOVE '1400' TO WRK-SECAO                                00061400
                PERFORM 9100-ERRO-CONTROLE                              00061500
             END-IF.                                                    00061600
             ADD 1 TO WRK-QTD-DEVOL.                                    00061700
             MOVE FD-MOVR-CHAVE        TO WRK-DVL-CHAVE (WRK-QTD-DEVOL).00061800
             MOVE FD-MOVR-VLRMOVIMENTO TO WRK-DVL-VALOR (WRK-QTD-DEVOL).00061900
             MOVE 'P'               TO WRK-DVL-SITUACAO (WRK-QTD-DEVOL).00062000
                                                                        00062100
      *-------NUMERO DO CHEQUE: PRIMEIRO LIBERADO DA CONTA COM O------* 00062200
      *-------MESMO VALOR AINDA NAO USADO (ZEROS = NAO IDENTIFICADO)--* 00062300
             MOVE ZEROES TO WRK-IDX-CHQLIB.                             00062400
             MOVE 1 TO WRK-SUB-CHQLIB.                                  00062500
             PERFORM 1410-COMPARAR-LIBERADO                             00062600
                     UNTIL WRK-SUB-CHQLIB GREATER WRK-QTD-CHQLIB        00062700
                        OR WRK-IDX-CHQLIB GREATER ZEROES.               00062800
             IF WRK-IDX-CHQLIB GREATER ZEROES                           00062900
                MOVE 'S' TO WRK-LIB-USADO (WRK-IDX-CHQLIB)              00063000
                MOVE WRK-LIB-NUMERO (WRK-IDX-CHQLIB)                    00063100
                     TO WRK-DVL-NUMERO (WRK-QTD-DEVOL)                  00063200
             ELSE                                                       00063300
                MOVE ZEROES TO WRK-DVL-NUMERO (WRK-QTD-DEVOL)           00063400
             END-IF.                                                    00063500
       1400-99-FIM.              EXIT.                                  00063600
      *-------------------------------------------------------------*   00063700
       1410-COMPARAR-LIBERADO                   SECTION.                00063800
      *-------------------------------------------------------------*   00063900
            IF WRK-LIB-CHAVE (WRK-SUB-CHQLIB) EQUAL FD-MOVR-CHAVE       00064000
               AND WRK-LIB-VALOR (WRK-SUB-CHQLIB) EQUAL                 00064100
                   FD-MOVR-VLRMOVIMENTO                                 00064200
               AND WRK-LIB-USADO (WRK-SUB-CHQLIB) EQUAL 'N'             00064300
               MOVE WRK-SUB-CHQLIB TO WRK-IDX-CHQLIB                    00064400
            END-IF.                                                     00064500
            ADD 1 TO WRK-SUB-CHQLIB.                                    00064600
       1410-99-FIM.              EXIT.                                  00064700
      *-------------------------------------------------------------*   00064800
       1500-APLICAR-TRANSCCF                    SECTION.                00064900
      *-------------------------------------------------------------*   00065000
      *   REGULARIZACAO: O EMITENTE VOLTA A PODER RECEBER TALAO. A  *   00065100
      *   QUANTIDADE DE DEVOLUCOES FICA COMO HISTORICO.             *   00065200
      *-------------------------------------------------------------*   00065300
             READ TRANSCCF                                              00065400
               AT END                                                   00065500
                 MOVE 'S' TO WRK-SW-FIM-TCF                             00065600
             END-READ.                                                  00065700
             PERFORM 4500-TESTARSTATUS-TRANSCCF.                        00065800
             IF WRK-FS-TRANSCCF NOT EQUAL 00                            00065900
                GO TO 1500-99-FIM.                                      00066000
                                                                        00066100
             MOVE FD-TCF-OPERACAO  TO WRK-LRG-OPERACAO.                 00066200
             MOVE FD-TCF-DOCUMENTO TO WRK-LRG-DOCUMENTO.                00066300
             IF FD-TCF-OPERACAO NOT EQUAL 'REGULAR '                    00066400
                OR FD-TCF-DOCUMENTO NOT NUMERIC                         00066500
                MOVE 'TRANSACAO INVALIDA - RECUSADA'                    00066600
                     TO WRK-LRG-RESULTADO                               00066700
                ADD 1 TO WRK-QTD-TCF-REC                                00066800
                WRITE FD-RELDEV FROM WRK-LINHA-REGULAR                  00066900
                GO TO 1500-99-FIM.                                      00067000
             PERFORM 1510-VERIFICAR-AUTORIZACAO.                        00067020
             IF NOT WRK-AUT-AUTORIZADO                                  00067040
                GO TO 1500-99-FIM.                                      00067060
                                                                        00067100
             MOVE FD-TCF-DOCUMENTO-N TO WRK-DOC-BUSCA.                  00067200
             PERFORM 2400-LOCALIZAR-CCF.                                00067300
             EVALUATE TRUE                                              00067400
               WHEN WRK-IDX-CCF EQUAL ZEROES                            00067500
                 MOVE 'EMITENTE NAO CONSTA NO CCF'  TO WRK-LRG-RESULTADO00067600
                 ADD 1 TO WRK-QTD-TCF-REC                               00067700
               WHEN WRK-CCF-SITUACAO (WRK-IDX-CCF) EQUAL 'R'            00067800
                 MOVE 'EMITENTE JA REGULARIZADO'    TO WRK-LRG-RESULTADO00067900
                 ADD 1 TO WRK-QTD-TCF-REC                               00068000
               WHEN OTHER                                               00068100
                 MOVE 'R' TO WRK-CCF-SITUACAO (WRK-IDX-CCF)             00068200
                 MOVE WRK-DATA-HOJE TO WRK-CCF-DATA-REG (WRK-IDX-CCF)   00068300
                 MOVE 'EMITENTE REGULARIZADO'       TO WRK-LRG-RESULTADO00068400
                 ADD 1 TO WRK-QTD-REGULAR                               00068500
             END-EVALUATE.                                              00068600
             WRITE FD-RELDEV FROM WRK-LINHA-REGULAR.                    00068700
       1500-99-FIM.              EXIT.                                  00068800
      *-------------------------------------------------------------*   00068803
       1510-VERIFICAR-AUTORIZACAO               SECTION.                00068806
      *-------------------------------------------------------------*   00068809
      *   O OPERADOR DO TRANSCCF PRECISA DE PERMISSAO PARA A        *   00068812
      *   OPERACAO NO FR19EX50 (MODULO AUTORIZA). SEM ELA, OU COM   *   00068816
      *   OPERADOR DESCONHECIDO/INATIVO, O EMITENTE CONTINUA        *   00068819
      *   IMPEDIDO E O RELDEV MOSTRA QUEM LIBEROU O ARQUIVO.        *   00068822
      *-------------------------------------------------------------*   00068825
             MOVE 'FR19EX50'       TO WRK-AUT-PROGRAMA.                 00068829
             MOVE FD-TCF-OPERACAO  TO WRK-AUT-OPERACAO.                 00068832
             MOVE WRK-OPERADOR-AC  TO WRK-AUT-OPERADOR.                 00068835
             MOVE FD-TCF-DOCUMENTO TO WRK-AUT-CHAVE.                    00068838
             CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                00068841
             IF NOT WRK-AUT-AUTORIZADO                                  00068845
                IF WRK-AUT-NEGADO                                       00068848
                   MOVE 'NAO AUTORIZADO - RECUSADA'                     00068851
                        TO WRK-LRG-RESULTADO                            00068854
                ELSE                                                    00068858
                   MOVE 'OPERADOR DESCONHECIDO/INATIVO'                 00068861
                        TO WRK-LRG-RESULTADO                            00068864
                END-IF                                                  00068867
                ADD 1 TO WRK-QTD-TCF-REC                                00068870
                         WRK-QTD-NEGADA                                 00068874
                WRITE FD-RELDEV FROM WRK-LINHA-REGULAR                  00068877
                MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                00068880
                MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                    00068883
                MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                  00068887
                WRITE FD-RELDEV FROM WRK-LINHA-NEGADO                   00068890
             END-IF.                                                    00068893
       1510-99-FIM.              EXIT.                                  00068896
      *-------------------------------------------------------------*   00068900
       1600-LER-CHQNOVO                         SECTION.                00069000
      *-------------------------------------------------------------*   00069100
             READ CHQNOVO                                               00069200
               AT END                                                   00069300
                 MOVE 'S' TO WRK-SW-FIM-CHQ                             00069400
             END-READ.                                                  00069500
             PERFORM 4600-TESTARSTATUS-CHQNOVO.                         00069600
             IF WRK-FS-CHQNOVO EQUAL 00                                 00069700
                ADD 1 TO WRK-REGCHQ                                     00069800
             END-IF.                                                    00069900
       1600-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       1700-GRAVAR-CABECALHOS                   SECTION.                00070200
      *-------------------------------------------------------------*   00070300
      *   OS CABECALHOS REPETEM A DATA DE CICLO LIDA DO MOVCHQ.     *   00070400
      *-------------------------------------------------------------*   00070500
            MOVE WRK-DATA-CICLO TO WRK-CABC-DATA                        00070566
                                   WRK-CABD-DATA                        00070633
                                   WRK-CABT-DATA                        00070700
                                   WRK-TIT-DATA.                        00070800
            WRITE FD-DEVCHQ FROM WRK-DEVCHQ-CAB.                        00070900
            WRITE FD-MOVDEV FROM WRK-MOVDEV-CAB.                        00071000
            WRITE FD-RELDEV FROM WRK-LINHA-TRACO.                       00071100
            WRITE FD-RELDEV FROM WRK-LINHA-TITULO.                      00071200
            WRITE FD-RELDEV FROM WRK-LINHA-TRACO.                       00071300
       1700-99-FIM.              EXIT.                                  00071400
      *-------------------------------------------------------------*   00071500
       2000-PROCESSAR                           SECTION.                00071600
      *-------------------------------------------------------------*   00071700
      *   CADA CHEQUE DO REGISTRO E PROCURADO NA LISTA DE           *   00071800
      *   DEVOLUCOES DA NOITE; DEVOLVIDO OU NAO, VOLTA AO CHQDEV.   *   00071900
      *-------------------------------------------------------------*   00072000
            MOVE ZEROES TO WRK-IDX-DEVOL.                               00072100
            MOVE 1 TO WRK-SUB-DEVOL.                                    00072200
            PERFORM 2010-COMPARAR-DEVOLUCAO                             00072300
                    UNTIL WRK-SUB-DEVOL GREATER WRK-QTD-DEVOL           00072400
                       OR WRK-IDX-DEVOL GREATER ZEROES.                 00072500
            IF WRK-IDX-DEVOL GREATER ZEROES                             00072600
               PERFORM 2100-DEVOLVER-CHEQUE                             00072700
            END-IF.                                                     00072800
                                                                        00072900
            WRITE FD-CHQDEV FROM FD-CHQNOVO.                            00073000
            PERFORM 1600-LER-CHQNOVO.                                   00073100
       2000-99-FIM.              EXIT.                                  00073200
      *-------------------------------------------------------------*   00073300
       2010-COMPARAR-DEVOLUCAO                  SECTION.                00073400
      *-------------------------------------------------------------*   00073500
            IF WRK-DVL-PENDENTE (WRK-SUB-DEVOL)                         00073600
               AND WRK-DVL-CHAVE (WRK-SUB-DEVOL) EQUAL FD-CHQ-CONTAKEY  00073700
               AND WRK-DVL-NUMERO (WRK-SUB-DEVOL) EQUAL FD-CHQ-NUMERO   00073800
               MOVE WRK-SUB-DEVOL TO WRK-IDX-DEVOL                      00073900
            END-IF.                                                     00074000
            ADD 1 TO WRK-SUB-DEVOL.                                     00074100
       2010-99-FIM.              EXIT.                                  00074200
      *-------------------------------------------------------------*   00074300
       2100-DEVOLVER-CHEQUE                     SECTION.                00074400
      *-------------------------------------------------------------*   00074500
      *   A ALINEA SAI DO MOTIVO QUE O PROPRIO REGISTRO GUARDOU NA  *   00074600
      *   DEVOLUCAO ANTERIOR DO MESMO CHEQUE (O FR19EX25 NAO APAGA  *   00074700
      *   O MOTIVO AO PAGAR).                                       *   00074800
      *-------------------------------------------------------------*   00074900
            MOVE 'F' TO WRK-DVL-SITUACAO (WRK-IDX-DEVOL).               00075000
            PERFORM 2300-LOCALIZAR-CONTA.                               00075100
                                                                        00075200
            EVALUATE TRUE                                               00075300
              WHEN FD-CHQ-MOTIVO (1:19) EQUAL 'DEVOLVIDO ALINEA 12'     00075400
                MOVE 49 TO WRK-ALINEA                                   00075500
                MOVE 'REAPRESENTACAO INDEVIDA       ' TO                00075600
                     FD-DEV-DESCRICAO                                   00075700
                MOVE 'CHEQUE JA DEVOLVIDO PELA 12 - SEM TARIFA'         00075800
                     TO WRK-LDV-RESULTADO                               00075900
                ADD 1 TO WRK-QTD-AL49                                   00076000
              WHEN FD-CHQ-MOTIVO (1:19) EQUAL 'DEVOLVIDO ALINEA 11'     00076100
                MOVE 12 TO WRK-ALINEA                                   00076200
                MOVE 'SEM FUNDOS - 2A APRESENTACAO  ' TO                00076300
                     FD-DEV-DESCRICAO                                   00076400
                MOVE '2A APRESENTACAO - TARIFA E CCF'                   00076500
                     TO WRK-LDV-RESULTADO                               00076600
                ADD 1 TO WRK-QTD-AL12                                   00076700
                PERFORM 2200-GRAVAR-TARIFA                              00076800
                PERFORM 2250-INCLUIR-CCF                                00076900
              WHEN OTHER                                                00077000
                MOVE 11 TO WRK-ALINEA                                   00077100
                MOVE 'SEM FUNDOS - 1A APRESENTACAO  ' TO                00077200
                     FD-DEV-DESCRICAO                                   00077300
                MOVE '1A APRESENTACAO - TARIFA'                         00077400
                     TO WRK-LDV-RESULTADO                               00077500
                ADD 1 TO WRK-QTD-AL11                                   00077600
                PERFORM 2200-GRAVAR-TARIFA                              00077700
            END-EVALUATE.                                               00077800
                                                                        00077900
      *-------O REGISTRO FICA DEVOLVIDO, PRONTO PARA REAPRESENTACAO---* 00078000
            MOVE 'D'    TO FD-CHQ-STATUS.                               00078100
            MOVE ZEROES TO FD-CHQ-DATAPAG.                              00078200
            IF WRK-ALINEA NOT EQUAL 49                                  00078300
               MOVE WRK-ALINEA TO WRK-MTD-ALINEA                        00078400
               MOVE WRK-MOTIVO-DEVOL TO FD-CHQ-MOTIVO                   00078500
            END-IF.                                                     00078600
                                                                        00078700
            MOVE FD-CHQ-AGENCIA TO FD-DEV-AGENCIA.                      00078800
            MOVE FD-CHQ-CONTA   TO FD-DEV-CONTA.                        00078900
            MOVE FD-CHQ-NUMERO  TO FD-DEV-NUMERO.                       00079000
            PERFORM 2900-GRAVAR-DEVOLUCAO.                              00079100
       2100-99-FIM.              EXIT.                                  00079200
      *-------------------------------------------------------------*   00079300
       2200-GRAVAR-TARIFA                       SECTION.                00079400
      *-------------------------------------------------------------*   00079500
            MOVE FD-CHQ-AGENCIA TO FD-TAR-AGENCIA.                      00079600
            MOVE FD-CHQ-CONTA   TO FD-TAR-CONTA.                        00079700
            MOVE SPACES         TO FD-TAR-MOVIMENTO.                    00079800
            STRING 'TARIFA DEVOLUCAO CHQ ' FD-CHQ-NUMERO                00079900
                   DELIMITED BY SIZE INTO FD-TAR-MOVIMENTO.             00080000
            MOVE WRK-VLR-TARIFA TO FD-TAR-VLRMOVIMENTO.                 00080100
            MOVE 'D'            TO FD-TAR-TIPOMOV.                      00080200
            MOVE ZEROES         TO FD-TAR-DATAVALOR.                    00080300
            WRITE FD-MOVDEV.                                            00080400
            ADD 1 TO WRK-REGMOVDEV.                                     00080500
            ADD FD-TAR-VLRMOVIMENTO TO WRK-HASH-TAR.                    00080600
       2200-99-FIM.              EXIT.                                  00080700
      *-------------------------------------------------------------*   00080800
       2250-INCLUIR-CCF                         SECTION.                00080900
      *-------------------------------------------------------------*   00081000
      *   SEGUNDA DEVOLUCAO POR FALTA DE FUNDOS: O EMITENTE (CPF/   *   00081100
      *   CNPJ DA CONTA) ENTRA NO CCF OU VOLTA A FICAR IMPEDIDO.    *   00081200
      *-------------------------------------------------------------*   00081300
            IF WRK-IDX-CONTA EQUAL ZEROES                               00081400
               MOVE '2A APRESENTACAO - CONTA SEM CADASTRO'              00081500
                    TO WRK-LDV-RESULTADO                                00081600
               GO TO 2250-99-FIM.                                       00081700
                                                                        00081800
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA) TO WRK-DOC-BUSCA.    00081900
            PERFORM 2400-LOCALIZAR-CCF.                                 00082000
            IF WRK-IDX-CCF EQUAL ZEROES                                 00082100
               IF WRK-QTD-CCF NOT LESS 5000                             00082200
                  MOVE 'TABELA DO CCF ESGOTADA       ' TO WRK-MSGERRO   00082300
                  MOVE '2250' TO WRK-SECAO                              00082400
                  PERFORM 9100-ERRO-CONTROLE                            00082500
               END-IF                                                   00082600
               ADD 1 TO WRK-QTD-CCF                                     00082700
               MOVE WRK-QTD-CCF TO WRK-IDX-CCF                          00082800
               MOVE SPACES TO WRK-CCF-LINHA (WRK-IDX-CCF)               00082900
               MOVE WRK-DOC-BUSCA TO WRK-CCF-DOCUMENTO (WRK-IDX-CCF)    00083000
               MOVE WRK-CTA-NOME (WRK-IDX-CONTA)                        00083100
                    TO WRK-CCF-NOME (WRK-IDX-CCF)                       00083200
               MOVE ZEROES TO WRK-CCF-QTD-DEVOL (WRK-IDX-CCF)           00083300
                              WRK-CCF-DATA-REG (WRK-IDX-CCF)            00083400
               MOVE WRK-DATA-CICLO TO WRK-CCF-DATA-INCL (WRK-IDX-CCF)   00083500
               ADD 1 TO WRK-QTD-INCL-CCF                                00083600
            END-IF.                                                     00083700
            ADD 1 TO WRK-CCF-QTD-DEVOL (WRK-IDX-CCF).                   00083800
            MOVE WRK-DATA-CICLO TO WRK-CCF-DATA-ULT (WRK-IDX-CCF).      00083900
            MOVE 'A' TO WRK-CCF-SITUACAO (WRK-IDX-CCF).                 00084000
       2250-99-FIM.              EXIT.                                  00084100
      *-------------------------------------------------------------*   00084200
       2300-LOCALIZAR-CONTA                     SECTION.                00084300
      *-------------------------------------------------------------*   00084400
            MOVE ZEROES TO WRK-IDX-CONTA.                               00084500
            MOVE 1 TO WRK-SUB-CONTAS.                                   00084600
            PERFORM 2310-COMPARAR-CONTA                                 00084700
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00084800
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00084900
       2300-99-FIM.              EXIT.                                  00085000
      *-------------------------------------------------------------*   00085100
       2310-COMPARAR-CONTA                      SECTION.                00085200
      *-------------------------------------------------------------*   00085300
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL                     00085400
               WRK-DVL-CHAVE (WRK-IDX-DEVOL)                            00085500
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00085600
            END-IF.                                                     00085700
            ADD 1 TO WRK-SUB-CONTAS.                                    00085800
       2310-99-FIM.              EXIT.                                  00085900
      *-------------------------------------------------------------*   00086000
       2400-LOCALIZAR-CCF                       SECTION.                00086100
      *-------------------------------------------------------------*   00086200
            MOVE ZEROES TO WRK-IDX-CCF.                                 00086300
            MOVE 1 TO WRK-SUB-CCF.                                      00086400
            PERFORM 2410-COMPARAR-CCF                                   00086500
                    UNTIL WRK-SUB-CCF GREATER WRK-QTD-CCF               00086600
                       OR WRK-IDX-CCF GREATER ZEROES.                   00086700
       2400-99-FIM.              EXIT.                                  00086800
      *-------------------------------------------------------------*   00086900
       2410-COMPARAR-CCF                        SECTION.                00087000
      *-------------------------------------------------------------*   00087100
            IF WRK-CCF-DOCUMENTO (WRK-SUB-CCF) EQUAL WRK-DOC-BUSCA      00087200
               MOVE WRK-SUB-CCF TO WRK-IDX-CCF                          00087300
            END-IF.                                                     00087400
            ADD 1 TO WRK-SUB-CCF.                                       00087500
       2410-99-FIM.              EXIT.                                  00087600
      *-------------------------------------------------------------*   00087700
       2500-DEVOLVER-NAO-IDENTIFICADO           SECTION.                00087800
      *-------------------------------------------------------------*   00087900
      *   RECUSA SEM CHEQUE CORRESPONDENTE NO MOVCHQ/REGISTRO: O    *   00088000
      *   ITEM VOLTA AO APRESENTANTE PELA 11, SEM TARIFA NEM CCF.   *   00088100
      *-------------------------------------------------------------*   00088200
            IF WRK-DVL-PENDENTE (WRK-SUB-DEVOL)                         00088300
               MOVE WRK-SUB-DEVOL TO WRK-IDX-DEVOL                      00088400
               PERFORM 2300-LOCALIZAR-CONTA                             00088500
               MOVE 11 TO WRK-ALINEA                                    00088600
               MOVE 'SEM FUNDOS - 1A APRESENTACAO  ' TO                 00088700
                    FD-DEV-DESCRICAO                                    00088800
               MOVE 'CHEQUE NAO IDENTIFICADO - SEM TARIFA'              00088900
                    TO WRK-LDV-RESULTADO                                00089000
               MOVE WRK-DVL-CHAVE (WRK-SUB-DEVOL) (1:4)                 00089100
                    TO FD-DEV-AGENCIA                                   00089200
               MOVE WRK-DVL-CHAVE (WRK-SUB-DEVOL) (5:4)                 00089300
                    TO FD-DEV-CONTA                                     00089400
               MOVE WRK-DVL-NUMERO (WRK-SUB-DEVOL) TO FD-DEV-NUMERO     00089500
               MOVE 'F' TO WRK-DVL-SITUACAO (WRK-SUB-DEVOL)             00089600
               ADD 1 TO WRK-QTD-NAOID                                   00089700
               PERFORM 2900-GRAVAR-DEVOLUCAO                            00089800
            END-IF.                                                     00089900
            ADD 1 TO WRK-SUB-DEVOL.                                     00090000
       2500-99-FIM.              EXIT.                                  00090100
      *-------------------------------------------------------------*   00090200
       2900-GRAVAR-DEVOLUCAO                    SECTION.                00090300
      *-------------------------------------------------------------*   00090400
            MOVE WRK-DVL-VALOR (WRK-IDX-DEVOL) TO FD-DEV-VALOR.         00090500
            MOVE WRK-ALINEA     TO FD-DEV-ALINEA.                       00090600
            MOVE WRK-DATA-CICLO TO FD-DEV-DATA.                         00090700
            IF WRK-IDX-CONTA GREATER ZEROES                             00090800
               MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                   00090900
                    TO FD-DEV-DOCUMENTO                                 00091000
            ELSE                                                        00091100
               MOVE ZEROES TO FD-DEV-DOCUMENTO                          00091200
            END-IF.                                                     00091300
            WRITE FD-DEVCHQ.                                            00091400
            ADD 1 TO WRK-REGDEVCHQ.                                     00091500
            ADD FD-DEV-VALOR TO WRK-HASH-DEV.                           00091600
                                                                        00091700
            MOVE FD-DEV-AGENCIA TO WRK-LDV-AGENCIA.                     00091800
            MOVE FD-DEV-CONTA   TO WRK-LDV-CONTA.                       00091900
            MOVE FD-DEV-NUMERO  TO WRK-LDV-NUMERO.                      00092000
            MOVE FD-DEV-VALOR   TO WRK-LDV-VALOR.                       00092100
            MOVE FD-DEV-ALINEA  TO WRK-LDV-ALINEA.                      00092200
            WRITE FD-RELDEV FROM WRK-LINHA-DEVOL.                       00092300
       2900-99-FIM.              EXIT.                                  00092400
      *-------------------------------------------------------------*   00092500
       3000-FINALIZAR                           SECTION.                00092600
      *-------------------------------------------------------------*   00092700
             MOVE WRK-REGDEVCHQ TO WRK-TRLD-QTD.                        00092800
             MOVE WRK-HASH-DEV  TO WRK-TRLD-HASH.                       00092900
             WRITE FD-DEVCHQ FROM WRK-DEVCHQ-TRL.                       00093000
                                                                        00093100
             MOVE WRK-REGMOVDEV TO WRK-TRLT-QTD.                        00093200
             MOVE WRK-HASH-TAR  TO WRK-TRLT-HASH.                       00093300
             WRITE FD-MOVDEV FROM WRK-MOVDEV-TRL.                       00093400
                                                                        00093500
             WRITE FD-CCFNOVO FROM WRK-CCFNOVO-CAB.                     00093600
             MOVE 1 TO WRK-SUB-CCF.                                     00093700
             PERFORM 3100-GRAVAR-CCF                                    00093800
                     UNTIL WRK-SUB-CCF GREATER WRK-QTD-CCF.             00093900
             MOVE WRK-REGCCFNOVO TO WRK-TRLC-QTD.                       00094000
             WRITE FD-CCFNOVO FROM WRK-CCFNOVO-TRL.                     00094100
             WRITE FD-RELDEV FROM WRK-LINHA-TRACO.                      00094200
                                                                        00094300
             CLOSE CLIENTES CCFREG TRANSCCF MOVCHQ MOV0106R CHQNOVO     00094400
                   CHQDEV CCFNOVO DEVCHQ MOVDEV RELDEV.                 00094500
               PERFORM 4000-TESTARSTATUS.                               00094600
              DISPLAY ' ============================================'.  00094700
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX50          '.  00094800
              DISPLAY ' ============================================'.  00094900
              DISPLAY ' CHEQUES SEM FUNDOS (MOV0106R)' WRK-REGRECUSA.   00095000
              DISPLAY ' DEVOLVIDOS ALINEA 11.......' WRK-QTD-AL11.      00095100
              DISPLAY ' DEVOLVIDOS ALINEA 12.......' WRK-QTD-AL12.      00095200
              DISPLAY ' DEVOLVIDOS ALINEA 49.......' WRK-QTD-AL49.      00095300
              DISPLAY ' NAO IDENTIFICADOS..........' WRK-QTD-NAOID.     00095400
              DISPLAY ' TARIFAS GERADAS (MOVDEV)...' WRK-REGMOVDEV.     00095500
              DISPLAY ' EMITENTES NOVOS NO CCF.....' WRK-QTD-INCL-CCF.  00095600
              DISPLAY ' REGULARIZACOES.............' WRK-QTD-REGULAR.   00095700
              DISPLAY ' REGULARIZACOES RECUSADAS...' WRK-QTD-TCF-REC.   00095800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00095850
              DISPLAY ' EMITENTES IMPEDIDOS NO CCF.' WRK-IMPEDIDOS.     00095900
              DISPLAY ' ============================================'.  00096000
                                                                        00096100
              MOVE 'F' TO WRK-EST-EVENTO.                               00096200
              MOVE WRK-REGCHQ    TO WRK-EST-LIDOS.                      00096300
              MOVE WRK-REGDEVCHQ TO WRK-EST-GRAVADOS.                   00096400
              MOVE WRK-QTD-NAOID TO WRK-EST-REJEITADOS.                 00096500
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00096600
                                                                        00096700
       3000-99-FIM.              EXIT.                                  00096800
      *-------------------------------------------------------------*   00096900
       3100-GRAVAR-CCF                          SECTION.                00097000
      *-------------------------------------------------------------*   00097100
             WRITE FD-CCFNOVO FROM WRK-CCF-LINHA (WRK-SUB-CCF).         00097200
             ADD 1 TO WRK-REGCCFNOVO.                                   00097300
             IF WRK-CCF-SITUACAO (WRK-SUB-CCF) EQUAL 'A'                00097400
                ADD 1 TO WRK-IMPEDIDOS                                  00097500
             END-IF.                                                    00097600
             ADD 1 TO WRK-SUB-CCF.                                      00097700
       3100-99-FIM.              EXIT.                                  00097800
      *-------------------------------------------------------------*   00097900
       4000-TESTARSTATUS                            SECTION.            00098000
      *-------------------------------------------------------------*   00098100
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00098200
                 PERFORM 4200-TESTARSTATUS-CCFREG.                      00098300
                 PERFORM 4300-TESTARSTATUS-MOVCHQ.                      00098400
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00098500
                 PERFORM 4500-TESTARSTATUS-TRANSCCF.                    00098600
                 PERFORM 4600-TESTARSTATUS-CHQNOVO.                     00098700
                 IF WRK-FS-CHQDEV NOT EQUAL 00                          00098800
                   MOVE 'ERRO NO OPEN CHQDEV   ' TO WRK-MSGERRO         00098900
                   MOVE '1000'                   TO WRK-SECAO           00099000
                   MOVE WRK-FS-CHQDEV            TO WRK-STATUS          00099100
                    PERFORM 9000-TRATAERROS                             00099200
                 END-IF.                                                00099300
                 IF WRK-FS-CCFNOVO NOT EQUAL 00                         00099400
                   MOVE 'ERRO NO OPEN CCFNOVO  ' TO WRK-MSGERRO         00099500
                   MOVE '1000'                   TO WRK-SECAO           00099600
                   MOVE WRK-FS-CCFNOVO           TO WRK-STATUS          00099700
                    PERFORM 9000-TRATAERROS                             00099800
                 END-IF.                                                00099900
                 IF WRK-FS-DEVCHQ NOT EQUAL 00                          00100000
                   MOVE 'ERRO NO OPEN DEVCHQ   ' TO WRK-MSGERRO         00100100
                   MOVE '1000'                   TO WRK-SECAO           00100200
                   MOVE WRK-FS-DEVCHQ            TO WRK-STATUS          00100300
                    PERFORM 9000-TRATAERROS                             00100400
                 END-IF.                                                00100500
                 IF WRK-FS-MOVDEV NOT EQUAL 00                          00100600
                   MOVE 'ERRO NO OPEN MOVDEV   ' TO WRK-MSGERRO         00100700
                   MOVE '1000'                   TO WRK-SECAO           00100800
                   MOVE WRK-FS-MOVDEV            TO WRK-STATUS          00100900
                    PERFORM 9000-TRATAERROS                             00101000
                 END-IF.                                                00101100
                 IF WRK-FS-RELDEV NOT EQUAL 00                          00101200
                   MOVE 'ERRO NO OPEN RELDEV   ' TO WRK-MSGERRO         00101300
                   MOVE '1000'                   TO WRK-SECAO           00101400
                   MOVE WRK-FS-RELDEV            TO WRK-STATUS          00101500
                    PERFORM 9000-TRATAERROS                             00101600
                 END-IF.                                                00101700
                                                                        00101800
       4000-99-FIM.              EXIT.                                  00101900
      *-------------------------------------------------------------*   00102000
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00102100
      *-------------------------------------------------------------*   00102200
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00102300
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00102400
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00102500
                 MOVE '1100'                   TO WRK-SECAO             00102600
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00102700
                  PERFORM 9000-TRATAERROS                               00102800
               END-IF.                                                  00102900
                                                                        00103000
       4100-99-FIM.              EXIT.                                  00103100
      *-------------------------------------------------------------*   00103200
       4200-TESTARSTATUS-CCFREG                     SECTION.            00103300
      *-------------------------------------------------------------*   00103400
               IF WRK-FS-CCFREG NOT EQUAL 00                            00103500
                           AND WRK-FS-CCFREG NOT EQUAL 10               00103600
                 MOVE 'ERRO NO CCFREG        ' TO WRK-MSGERRO           00103700
                 MOVE '1200'                   TO WRK-SECAO             00103800
                 MOVE WRK-FS-CCFREG            TO WRK-STATUS            00103900
                  PERFORM 9000-TRATAERROS                               00104000
               END-IF.                                                  00104100
                                                                        00104200
       4200-99-FIM.              EXIT.                                  00104300
      *-------------------------------------------------------------*   00104400
       4300-TESTARSTATUS-MOVCHQ                     SECTION.            00104500
      *-------------------------------------------------------------*   00104600
               IF WRK-FS-MOVCHQ NOT EQUAL 00                            00104700
                           AND WRK-FS-MOVCHQ NOT EQUAL 10               00104800
                 MOVE 'ERRO NO MOVCHQ        ' TO WRK-MSGERRO           00104900
                 MOVE '1300'                   TO WRK-SECAO             00105000
                 MOVE WRK-FS-MOVCHQ            TO WRK-STATUS            00105100
                  PERFORM 9000-TRATAERROS                               00105200
               END-IF.                                                  00105300
                                                                        00105400
       4300-99-FIM.              EXIT.                                  00105500
      *-------------------------------------------------------------*   00105600
       4400-TESTARSTATUS-MOV0106R                   SECTION.            00105700
      *-------------------------------------------------------------*   00105800
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00105900
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00106000
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00106100
                 MOVE '1400'                   TO WRK-SECAO             00106200
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00106300
                  PERFORM 9000-TRATAERROS                               00106400
               END-IF.                                                  00106500
                                                                        00106600
       4400-99-FIM.              EXIT.                                  00106700
      *-------------------------------------------------------------*   00106800
       4500-TESTARSTATUS-TRANSCCF                   SECTION.            00106900
      *-------------------------------------------------------------*   00107000
               IF WRK-FS-TRANSCCF NOT EQUAL 00                          00107100
                           AND WRK-FS-TRANSCCF NOT EQUAL 10             00107200
                 MOVE 'ERRO NO TRANSCCF      ' TO WRK-MSGERRO           00107300
                 MOVE '1500'                   TO WRK-SECAO             00107400
                 MOVE WRK-FS-TRANSCCF          TO WRK-STATUS            00107500
                  PERFORM 9000-TRATAERROS                               00107600
               END-IF.                                                  00107700
                                                                        00107800
       4500-99-FIM.              EXIT.                                  00107900
      *-------------------------------------------------------------*   00108000
       4600-TESTARSTATUS-CHQNOVO                    SECTION.            00108100
      *-------------------------------------------------------------*   00108200
               IF WRK-FS-CHQNOVO NOT EQUAL 00                           00108300
                           AND WRK-FS-CHQNOVO NOT EQUAL 10              00108400
                 MOVE 'ERRO NO CHQNOVO       ' TO WRK-MSGERRO           00108500
                 MOVE '1600'                   TO WRK-SECAO             00108600
                 MOVE WRK-FS-CHQNOVO           TO WRK-STATUS            00108700
                  PERFORM 9000-TRATAERROS                               00108800
               END-IF.                                                  00108900
                                                                        00109000
       4600-99-FIM.              EXIT.                                  00109100
      *-------------------------------------------------------------*   00109200
       9100-ERRO-CONTROLE                           SECTION.            00109300
      *-------------------------------------------------------------*   00109400
           MOVE 'FR19EX50' TO WRK-PROGRAMA.                             00109500
           MOVE 'E'        TO WRK-SEVERIDADE.                           00109600
           MOVE '08'       TO WRK-STATUS.                               00109700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00109800
           MOVE 8 TO RETURN-CODE.                                       00109900
           STOP RUN.                                                    00110000
                                                                        00110100
       9100-99-FIM.              EXIT.                                  00110200
      *-------------------------------------------------------------*   00110300
       9000-TRATAERROS                              SECTION.            00110400
      *-------------------------------------------------------------*   00110500
           MOVE 'FR19EX50' TO WRK-PROGRAMA                              00110600
           MOVE 'E'        TO WRK-SEVERIDADE                            00110700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00110800
           GOBACK.                                                      00110900
                                                                        00111000
       9000-99-FIM.              EXIT.                                  00111100
