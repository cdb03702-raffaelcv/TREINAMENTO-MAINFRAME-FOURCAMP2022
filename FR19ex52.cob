      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX52.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: LIQUIDACAO DE CONTAS EM ENCERRAMENTO. O ENCERRA *   00001200
      *    DO FR19EX11 SO EXCLUI CONTA COM SALDO ZERO; ESTE PASSO   *   00001300
      *    PREPARA A CONTA PARA ISSO. PARA CADA PEDIDO DO TRANSENC  *   00001400
      *    (CLASSIFICADO POR AGENCIA + CONTA; DATA DE ENCERRAMENTO  *   00001500
      *    ZERADA = HOJE, SEMPRE DENTRO DO MES CORRENTE; CONTA      *   00001600
      *    DESTINO EM BRANCO = ORDEM DE PAGAMENTO AO TITULAR):      *   00001700
      *     1 - CALCULA OS ENCARGOS PRO-RATA ATE A DATA DE          *   00001800
      *         ENCERRAMENTO (DIAS = DIA DO MES DA DATA): JUROS DE  *   00001900
      *         CHEQUE ESPECIAL SOBRE O SALDO NEGATIVO (MESMA       *   00002000
      *         FORMULA DO FR19EX06) E A TARIFA DE MANUTENCAO       *   00002100
      *         PROPORCIONAL (TARIFA * DIAS / 30), GRAVADOS NO      *   00002200
      *         MOVENC COMO DEBITO (TIPOMOV 'D')                    *   00002300
      *     2 - TRANSFERE O SALDO QUE SOBRA: PARA A CONTA DESTINO   *   00002400
      *         (PAR 'T'/'F' COMO O MOVTRF DO FR19EX10) OU PARA A   *   00002500
      *         ORDEM DE PAGAMENTO (DEBITO 'T' NO MOVENC E O        *   00002600
      *         REGISTRO DO PAGAMENTO NO PAGENC). CONTA QUE FICA    *   00002700
      *         DEVEDORA DEPOIS DOS ENCARGOS E RECUSADA             *   00002800
      *     3 - CANCELA AS ORDENS PERMANENTES DA CONTA (CARTOES     *   00002900
      *         CANCELA NO TRANSORD, PARA O FR19EX19)               *   00003000
      *     4 - CANCELA OS CHEQUES NAO USADOS (STATUS E/S) DO       *   00003100
      *         CHEQREG (CARTOES CANCELA NO TRANSCHQ, PARA O        *   00003200
      *         FR19EX24 - STATUS C)                                *   00003300
      *     5 - APONTA NO RELATORIO OS ITENS DO MOVPEND, MOVSUSP E  *   00003400
      *         FILASAI QUE AINDA SE REFEREM A CONTA (NAO IMPEDEM   *   00003500
      *         O ENCERRAMENTO; FICAM PARA A RETAGUARDA)            *   00003600
      *     6 - SO ENTAO GRAVA O CARTAO ENCERRA NO TRANSCLI, PARA   *   00003700
      *         O FR19EX11 APLICAR DEPOIS DA POSTAGEM DO MOVENC     *   00003800
      *    PEDIDO RECUSADO (CONTA INEXISTENTE, DUPLICADO OU FORA DE *   00003900
      *    ORDEM, DATA INVALIDA, DESTINO INEXISTENTE/IGUAL A CONTA/ *   00004000
      *    TAMBEM EM ENCERRAMENTO, SALDO DEVEDOR) NAO GERA NADA.    *   00004100
      *    O RELATORIO RELENC MOSTRA CADA PASSO DE CADA CONTA. O    *   00004200
      *    MOVENC (LAYOUT DO MOVTAR) E O PAGENC SAEM COM            *   00004300
      *    CABECALHO/RODAPE (QTD + SOMA DE VALORES); O MOVENC ENTRA *   00004400
      *    NO SORT DO MOV0106 DA NOITE. ORDENS, CHEQREG, MOVPEND,   *   00004500
      *    MOVSUSP E FILASAI SAO OPCIONAIS (SEM O ARQUIVO O PASSO   *   00004600
      *    CORRESPONDENTE FICA SEM ITENS).                          *   00004700
      *    CARTAO SYSIN 1: TAXA DE JUROS AO DIA (9V9999, %; ZEROS = *   00004800
      *    0,0300). CARTAO SYSIN 2: TARIFA DE MANUTENCAO MENSAL     *   00004900
      *    (9(08); ZEROS = 00000025) (CADA CARTAO COM 10 DE FILLER) *   00005000
      *    CARTAO SYSIN 3: OPERADOR QUE LIBEROU O TRANSENC          *   00005012
      *    MATRIZ DE AUTORIZACAO: NA CARGA DOS PEDIDOS, O MODULO    *   00005025
      *    AUTORIZA CONFERE SE O PERFIL DO OPERADOR DO CARTAO 3 PODE*   00005037
      *    FAZER O ENCERRAMENTO NO FR19EX52; SEM PERMISSAO, OU COM  *   00005050
      *    OPERADOR DESCONHECIDO/INATIVO, O PEDIDO E RECUSADO, NAO  *   00005062
      *    GERA NADA E SAI NO RELENC COM O NOME E O PERFIL DO       *   00005075
      *    OPERADOR.                                                *   00005087
      *-------------------------------------------------------------*   00005100
      *   ARQUIVOS...:                                              *   00005200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005300
      *    CLIENTES             I                  -----------      *   00005400
      *    TRANSENC             I                  -----------      *   00005500
      *    ORDENS               I                  -----------      *   00005600
      *    CHEQREG              I                  -----------      *   00005700
      *    MOVPEND              I                  -----------      *   00005800
      *    MOVSUSP              I                  -----------      *   00005900
      *    FILASAI              I                  -----------      *   00006000
      *    MOVENC               O                  -----------      *   00006100
      *    PAGENC               O                  -----------      *   00006200
      *    TRANSORD             O                  -----------      *   00006300
      *    TRANSCHQ             O                  -----------      *   00006400
      *    TRANSCLI             O                  -----------      *   00006500
      *    RELENC               O                  -----------      *   00006600
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00006625
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00006650
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00006675
      *-------------------------------------------------------------*   00006700
      *   MODULOS....:                             INCLUDE/BOOK     *   00006800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006900
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00007000
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00007050
      *=============================================================*   00007100
                                                                        00007200
      *=============================================================*   00007300
       ENVIRONMENT                               DIVISION.              00007400
      *=============================================================*   00007500
                                                                        00007600
      *=============================================================*   00007700
       CONFIGURATION                               SECTION.             00007800
      *=============================================================*   00007900
       SPECIAL-NAMES.                                                   00008000
           DECIMAL-POINT IS COMMA.                                      00008100
                                                                        00008200
       INPUT-OUTPUT                                SECTION.             00008300
       FILE-CONTROL.                                                    00008400
            SELECT CLIENTES ASSIGN TO CLIENTES                          00008500
                 FILE STATUS IS WRK-FS-CLIENTES.                        00008600
                                                                        00008700
            SELECT TRANSENC ASSIGN TO TRANSENC                          00008800
                 FILE STATUS IS WRK-FS-TRANSENC.                        00008900
                                                                        00009000
            SELECT ORDENS ASSIGN TO ORDENS                              00009100
                 FILE STATUS IS WRK-FS-ORDENS.                          00009200
                                                                        00009300
            SELECT CHEQREG ASSIGN TO CHEQREG                            00009400
                 FILE STATUS IS WRK-FS-CHEQREG.                         00009500
                                                                        00009600
            SELECT MOVPEND ASSIGN TO MOVPEND                            00009700
                 FILE STATUS IS WRK-FS-MOVPEND.                         00009800
                                                                        00009900
            SELECT MOVSUSP ASSIGN TO MOVSUSP                            00010000
                 FILE STATUS IS WRK-FS-MOVSUSP.                         00010100
                                                                        00010200
            SELECT FILASAI ASSIGN TO FILASAI                            00010300
                 FILE STATUS IS WRK-FS-FILASAI.                         00010400
                                                                        00010500
      *--------------ARQUIVOS SAIDAS--------------------------------*   00010600
                                                                        00010700
            SELECT MOVENC ASSIGN TO MOVENC                              00010800
                 FILE STATUS IS WRK-FS-MOVENC.                          00010900
                                                                        00011000
            SELECT PAGENC ASSIGN TO PAGENC                              00011100
                 FILE STATUS IS WRK-FS-PAGENC.                          00011200
                                                                        00011300
            SELECT TRANSORD ASSIGN TO TRANSORD                          00011400
                 FILE STATUS IS WRK-FS-TRANSORD.                        00011500
                                                                        00011600
            SELECT TRANSCHQ ASSIGN TO TRANSCHQ                          00011700
                 FILE STATUS IS WRK-FS-TRANSCHQ.                        00011800
                                                                        00011900
            SELECT TRANSCLI ASSIGN TO TRANSCLI                          00012000
                 FILE STATUS IS WRK-FS-TRANSCLI.                        00012100
                                                                        00012200
            SELECT RELENC ASSIGN TO RELENC                              00012300
                 FILE STATUS IS WRK-FS-RELENC.                          00012400
                                                                        00012500
      *=============================================================*   00012600
       DATA                                      DIVISION.              00012700
      *=============================================================*   00012800
       FILE                                      SECTION.               00012900
      *-------------------LRECL 89----------------------------------*   00013000
       FD CLIENTES                                                      00013100
           RECORDING MODE IS F                                          00013200
           LABEL RECORD IS STANDARD                                     00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
       01 FD-CLIENTES.                                                  00013500
          05 FD-CHAVE.                                                  00013600
             10 FD-AGENCIA      PIC X(04).                              00013700
             10 FD-CONTA        PIC X(04).                              00013800
          05 FD-NOME            PIC X(30).                              00013900
          05 FD-SALDO           PIC S9(08).                             00014000
          05 FD-STATUS          PIC X(01).                              00014100
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00014200
          05 FD-LIMITE          PIC 9(08).                              00014300
          05 FD-DOCUMENTO       PIC 9(14).                              00014400
                                                                        00014500
      *-------------------LRECL 40----------------------------------*   00014600
       FD TRANSENC                                                      00014700
           RECORDING MODE IS F                                          00014800
           LABEL RECORD IS STANDARD                                     00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-TRANSENC.                                                  00015100
          05 FD-TEN-CHAVE.                                              00015200
             10 FD-TEN-AGENCIA     PIC X(04).                           00015300
             10 FD-TEN-CONTA       PIC X(04).                           00015400
          05 FD-TEN-DATA           PIC X(08).                           00015500
          05 FD-TEN-DATA-N REDEFINES FD-TEN-DATA                        00015600
                                   PIC 9(08).                           00015700
          05 FD-TEN-DESTINO        PIC X(08).                           00015800
          05 FILLER                PIC X(16).                           00015900
                                                                        00016000
      *-------------------LRECL 66----------------------------------*   00016100
       FD ORDENS                                                        00016200
           RECORDING MODE IS F                                          00016300
           LABEL RECORD IS STANDARD                                     00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-ORDENS.                                                    00016600
          05 FD-ORD-CHAVE.                                              00016700
             10 FD-ORD-CONTAKEY    PIC X(08).                           00016800
             10 FD-ORD-CONTRAPARTE PIC X(30).                           00016900
          05 FD-ORD-VALOR          PIC 9(08).                           00017000
          05 FD-ORD-TIPOMOV        PIC X(01).                           00017100
          05 FD-ORD-FREQUENCIA     PIC X(01).                           00017200
          05 FD-ORD-DIA            PIC 9(02).                           00017300
          05 FD-ORD-DATAINI        PIC 9(08).                           00017400
          05 FD-ORD-DATAFIM        PIC 9(08).                           00017500
                                                                        00017600
      *-------------------LRECL 43----------------------------------*   00017700
       FD CHEQREG                                                       00017800
           RECORDING MODE IS F                                          00017900
           LABEL RECORD IS STANDARD                                     00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
       01 FD-CHEQREG.                                                   00018200
          05 FD-CHQ-CONTAKEY       PIC X(08).                           00018300
          05 FD-CHQ-NUMERO         PIC 9(06).                           00018400
          05 FD-CHQ-STATUS         PIC X(01).                           00018500
          05 FD-CHQ-DATAPAG        PIC 9(08).                           00018600
          05 FD-CHQ-MOTIVO         PIC X(20).                           00018700
                                                                        00018800
      *-------------------LRECL 55----------------------------------*   00018900
       FD MOVPEND                                                       00019000
           RECORDING MODE IS F                                          00019100
           LABEL RECORD IS STANDARD                                     00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-MOVPEND.                                                   00019400
          05 FD-PEN-CHAVE          PIC X(08).                           00019500
          05 FD-PEN-MOVIMENTO      PIC X(30).                           00019600
          05 FD-PEN-VALOR          PIC 9(08).                           00019700
          05 FD-PEN-TIPOMOV        PIC X(01).                           00019800
          05 FD-PEN-DATAVALOR      PIC 9(08).                           00019900
                                                                        00020000
      *-------------------LRECL 85----------------------------------*   00020100
       FD MOVSUSP                                                       00020200
           RECORDING MODE IS F                                          00020300
           LABEL RECORD IS STANDARD                                     00020400
           BLOCK CONTAINS 0 RECORDS.                                    00020500
       01 FD-MOVSUSP.                                                   00020600
          05 FD-SUS-CHAVE          PIC X(08).                           00020700
          05 FD-SUS-HISTORICO      PIC X(30).                           00020800
          05 FD-SUS-VALOR          PIC 9(08).                           00020900
          05 FD-SUS-TIPOMOV        PIC X(01).                           00021000
          05 FD-SUS-DATAVALOR      PIC 9(08).                           00021100
          05 FD-SUS-MOTIVO         PIC X(30).                           00021200
                                                                        00021300
      *-------------------LRECL 57----------------------------------*   00021400
       FD FILASAI                                                       00021500
           RECORDING MODE IS F                                          00021600
           LABEL RECORD IS STANDARD                                     00021700
           BLOCK CONTAINS 0 RECORDS.                                    00021800
       01 FD-FILASAI.                                                   00021900
          05 FD-FIL-CHAVE          PIC X(08).                           00022000
          05 FD-FIL-VALOR          PIC 9(08).                           00022100
          05 FD-FIL-MOTIVO         PIC X(30).                           00022200
          05 FD-FIL-DATAORIG       PIC 9(08).                           00022300
          05 FD-FIL-TENTATIVAS     PIC 9(02).                           00022400
          05 FD-FIL-TIPOMOV        PIC X(01).                           00022500
                                                                        00022600
      *-------------------LRECL 55----------------------------------*   00022700
       FD MOVENC                                                        00022800
           RECORDING MODE IS F.                                         00022900
       01 FD-MOVENC.                                                    00023000
          05 FD-MVE-AGENCIA        PIC X(04).                           00023100
          05 FD-MVE-CONTA          PIC X(04).                           00023200
          05 FD-MVE-MOVIMENTO      PIC X(30).                           00023300
          05 FD-MVE-VLRMOVIMENTO   PIC 9(08).                           00023400
          05 FD-MVE-TIPOMOV        PIC X(01).                           00023500
          05 FD-MVE-DATAVALOR      PIC 9(08).                           00023600
                                                                        00023700
      *-------------------LRECL 80----------------------------------*   00023800
       FD PAGENC                                                        00023900
           RECORDING MODE IS F.                                         00024000
       01 FD-PAGENC.                                                    00024100
          05 FD-PAG-CHAVE.                                              00024200
             10 FD-PAG-AGENCIA     PIC X(04).                           00024300
             10 FD-PAG-CONTA       PIC X(04).                           00024400
          05 FD-PAG-DOCUMENTO      PIC 9(14).                           00024500
          05 FD-PAG-NOME           PIC X(30).                           00024600
          05 FD-PAG-VALOR          PIC 9(08).                           00024700
          05 FD-PAG-DATA           PIC 9(08).                           00024800
          05 FILLER                PIC X(12).                           00024900
                                                                        00025000
      *-------------------LRECL 74----------------------------------*   00025100
       FD TRANSORD                                                      00025200
           RECORDING MODE IS F.                                         00025300
       01 FD-TRANSORD.                                                  00025400
          05 FD-TRO-OPERACAO       PIC X(08).                           00025500
          05 FD-TRO-CHAVE.                                              00025600
             10 FD-TRO-CONTAKEY    PIC X(08).                           00025700
             10 FD-TRO-CONTRAPARTE PIC X(30).                           00025800
          05 FD-TRO-VALOR          PIC 9(08).                           00025900
          05 FD-TRO-TIPOMOV        PIC X(01).                           00026000
          05 FD-TRO-FREQUENCIA     PIC X(01).                           00026100
          05 FD-TRO-DIA            PIC 9(02).                           00026200
          05 FD-TRO-DATAINI        PIC 9(08).                           00026300
          05 FD-TRO-DATAFIM        PIC 9(08).                           00026400
                                                                        00026500
      *-------------------LRECL 48----------------------------------*   00026600
       FD TRANSCHQ                                                      00026700
           RECORDING MODE IS F.                                         00026800
       01 FD-TRANSCHQ.                                                  00026900
          05 FD-TRQ-OPERACAO       PIC X(08).                           00027000
          05 FD-TRQ-CONTAKEY       PIC X(08).                           00027100
          05 FD-TRQ-NUMINI         PIC 9(06).                           00027200
          05 FD-TRQ-NUMFIM         PIC 9(06).                           00027300
          05 FD-TRQ-MOTIVO         PIC X(20).                           00027400
                                                                        00027500
      *-------------------LRECL 60----------------------------------*   00027600
       FD TRANSCLI                                                      00027700
           RECORDING MODE IS F.                                         00027800
       01 FD-TRANSCLI.                                                  00027900
          05 FD-TRC-OPERACAO       PIC X(08).                           00028000
          05 FD-TRC-CHAVE          PIC X(08).                           00028100
          05 FD-TRC-NOME           PIC X(30).                           00028200
          05 FD-TRC-DOCUMENTO      PIC X(14).                           00028300
                                                                        00028400
      *-------------------LRECL 80----------------------------------*   00028500
       FD RELENC                                                        00028600
           RECORDING MODE IS F.                                         00028700
       01 FD-RELENC               PIC X(80).                            00028800
                                                                        00028900
      *=============================================================*   00029000
       WORKING-STORAGE                             SECTION.             00029100
      *=============================================================*   00029200
                                                                        00029300
       01 FILLER          PIC X(64) VALUE                               00029400
           '-----------BOOK LOGERROS------------------------'.          00029500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00029600
       COPY '#GLOG'.                                                    00029700
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00029800
       COPY '#GSTAT'.                                                   00029900
                                                                        00029916
       01 FILLER          PIC X(64) VALUE                               00029933
           '-----------BOOK AUTORIZA------------------------'.          00029950
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00029966
       COPY '#GAUT'.                                                    00029983
      *-------------------------------------------------------------*   00030000
                                                                        00030100
       01 FILLER          PIC X(64) VALUE                               00030200
           '-----------VARIAVEIS DE STATUS------------------'.          00030300
                                                                        00030400
       77 WRK-FS-CLIENTES  PIC 9(02).                                   00030500
       77 WRK-FS-TRANSENC  PIC 9(02).                                   00030600
       77 WRK-FS-ORDENS    PIC 9(02).                                   00030700
       77 WRK-FS-CHEQREG   PIC 9(02).                                   00030800
       77 WRK-FS-MOVPEND   PIC 9(02).                                   00030900
       77 WRK-FS-MOVSUSP   PIC 9(02).                                   00031000
       77 WRK-FS-FILASAI   PIC 9(02).                                   00031100
       77 WRK-FS-MOVENC    PIC 9(02).                                   00031200
       77 WRK-FS-PAGENC    PIC 9(02).                                   00031300
       77 WRK-FS-TRANSORD  PIC 9(02).                                   00031400
       77 WRK-FS-TRANSCHQ  PIC 9(02).                                   00031500
       77 WRK-FS-TRANSCLI  PIC 9(02).                                   00031600
       77 WRK-FS-RELENC    PIC 9(02).                                   00031700
                                                                        00031800
       01 FILLER          PIC X(64) VALUE                               00031900
           '-----------PARAMETROS SYSIN---------------------'.          00032000
                                                                        00032100
       01 WRK-TAXA.                                                     00032200
          05 FILLER              PIC X(10).                             00032300
          05 WRK-TAXA-AC         PIC 9V9999.                            00032400
                                                                        00032500
       01 WRK-TARIFA.                                                   00032600
          05 FILLER              PIC X(10).                             00032700
          05 WRK-TARIFA-AC       PIC 9(08).                             00032800
                                                                        00032820
       01 WRK-OPERCARD.                                                 00032840
          05 FILLER              PIC X(10).                             00032860
          05 WRK-OPERADOR-AC     PIC X(08).                             00032880
                                                                        00032900
       77 WRK-TAXA-DIA        PIC 9V9999 VALUE ZEROS.                   00033000
       77 WRK-VLR-TARIFA      PIC 9(08) VALUE ZEROS.                    00033100
                                                                        00033200
       01 FILLER          PIC X(64) VALUE                               00033300
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00033400
                                                                        00033500
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00033600
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00033700
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00033800
       77 WRK-IDX-DESTINO PIC 9(04) VALUE ZEROES.                       00033900
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00034000
       01 WRK-TAB-CONTAS.                                               00034100
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00034200
             10 WRK-CTA-CHAVE       PIC X(08).                          00034300
             10 WRK-CTA-NOME        PIC X(30).                          00034400
             10 WRK-CTA-SALDO       PIC S9(08).                         00034500
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00034600
             10 WRK-CTA-SW-ENC      PIC X(01).                          00034700
                88 WRK-CTA-EM-ENCERRAMENTO VALUE 'S'.                   00034800
                                                                        00034900
       01 FILLER          PIC X(64) VALUE                               00035000
           '-----------PEDIDOS DE ENCERRAMENTO--------------'.          00035100
                                                                        00035200
       77 WRK-QTD-PEDIDOS PIC 9(04) VALUE ZEROES.                       00035300
       77 WRK-SUB-PEDIDO  PIC 9(04) VALUE ZEROES.                       00035400
       01 WRK-TAB-PEDIDOS.                                              00035500
          05 WRK-PEDIDO-LINHA OCCURS 500 TIMES.                         00035600
             10 WRK-PED-CHAVE       PIC X(08).                          00035700
             10 WRK-PED-DATA        PIC X(08).                          00035800
             10 WRK-PED-DESTINO     PIC X(08).                          00035900
                                                                        00036000
       01 FILLER          PIC X(64) VALUE                               00036100
           '-----------ORDENS DAS CONTAS EM ENCERRAMENTO----'.          00036200
                                                                        00036300
       77 WRK-QTD-ORD     PIC 9(04) VALUE ZEROES.                       00036400
       77 WRK-SUB-ORD     PIC 9(04) VALUE ZEROES.                       00036500
       01 WRK-TAB-ORDENS.                                               00036600
          05 WRK-ORD-LINHA OCCURS 2000 TIMES.                           00036700
             10 WRK-OTB-REGISTRO    PIC X(66).                          00036800
                                                                        00036900
       01 FILLER          PIC X(64) VALUE                               00037000
           '-----------CHEQUES NAO USADOS DAS CONTAS--------'.          00037100
                                                                        00037200
       77 WRK-QTD-CHQ     PIC 9(04) VALUE ZEROES.                       00037300
       77 WRK-SUB-CHQ     PIC 9(04) VALUE ZEROES.                       00037400
       01 WRK-TAB-CHEQUES.                                              00037500
          05 WRK-CHQ-LINHA OCCURS 5000 TIMES.                           00037600
             10 WRK-CTB-CONTAKEY    PIC X(08).                          00037700
             10 WRK-CTB-NUMERO      PIC 9(06).                          00037800
             10 WRK-CTB-STATUS      PIC X(01).                          00037900
                                                                        00038000
       01 FILLER          PIC X(64) VALUE                               00038100
           '-----------PENDENCIAS DAS CONTAS----------------'.          00038200
                                                                        00038300
       77 WRK-QTD-PEN     PIC 9(04) VALUE ZEROES.                       00038400
       77 WRK-SUB-PEN     PIC 9(04) VALUE ZEROES.                       00038500
       01 WRK-TAB-PENDENCIAS.                                           00038600
          05 WRK-PEN-LINHA OCCURS 2000 TIMES.                           00038700
             10 WRK-PTB-CHAVE       PIC X(08).                          00038800
             10 WRK-PTB-ORIGEM      PIC X(16).                          00038900
             10 WRK-PTB-DESCRICAO   PIC X(30).                          00039000
             10 WRK-PTB-VALOR       PIC 9(08).                          00039100
                                                                        00039200
       01 FILLER          PIC X(64) VALUE                               00039300
           '-----------CONTADORES E CONTROLES---------------'.          00039400
                                                                        00039500
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00039600
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00039700
       77 WRK-SW-FIM-TEN  PIC X(01) VALUE 'N'.                          00039800
           88 WRK-FIM-TRANSENC      VALUE 'S'.                          00039900
       77 WRK-SW-FIM-ORD  PIC X(01) VALUE 'N'.                          00040000
           88 WRK-FIM-ORDENS        VALUE 'S'.                          00040100
       77 WRK-SW-FIM-CHQ  PIC X(01) VALUE 'N'.                          00040200
           88 WRK-FIM-CHEQREG       VALUE 'S'.                          00040300
       77 WRK-SW-FIM-PEN  PIC X(01) VALUE 'N'.                          00040400
           88 WRK-FIM-MOVPEND       VALUE 'S'.                          00040500
       77 WRK-SW-FIM-SUS  PIC X(01) VALUE 'N'.                          00040600
           88 WRK-FIM-MOVSUSP       VALUE 'S'.                          00040700
       77 WRK-SW-FIM-FIL  PIC X(01) VALUE 'N'.                          00040800
           88 WRK-FIM-FILASAI       VALUE 'S'.                          00040900
                                                                        00041000
       01 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00041100
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00041200
          05 WRK-HOJE-ANOMES PIC 9(06).                                 00041300
          05 WRK-HOJE-DIA    PIC 9(02).                                 00041400
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00041500
       77 WRK-QTD-ENCERRA PIC 9(05) VALUE ZEROES.                       00041600
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00041700
       77 WRK-QTD-TRANSF  PIC 9(05) VALUE ZEROES.                       00041800
       77 WRK-QTD-PAGTO   PIC 9(05) VALUE ZEROES.                       00041900
       77 WRK-QTD-ORDCANC PIC 9(05) VALUE ZEROES.                       00042000
       77 WRK-QTD-CHQCANC PIC 9(05) VALUE ZEROES.                       00042100
       77 WRK-QTD-PENDENT PIC 9(05) VALUE ZEROES.                       00042200
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00042250
       77 WRK-REGMOVENC   PIC 9(05) VALUE ZEROES.                       00042300
       77 WRK-HASH-ENC    PIC 9(12) VALUE ZEROES.                       00042400
       77 WRK-REGPAGENC   PIC 9(05) VALUE ZEROES.                       00042500
       77 WRK-HASH-PAG    PIC 9(12) VALUE ZEROES.                       00042600
                                                                        00042700
      *----LIQUIDACAO DO PEDIDO EM CURSO-----------------------------*  00042800
       77 WRK-CHAVE-ANTERIOR PIC X(08) VALUE LOW-VALUES.                00042900
       77 WRK-MOTIVO-RECUSA  PIC X(36) VALUE SPACES.                    00043000
       01 WRK-DATA-ENC       PIC 9(08) VALUE ZEROES.                    00043100
       01 WRK-DATA-ENC-R REDEFINES WRK-DATA-ENC.                        00043200
          05 WRK-ENC-ANOMES  PIC 9(06).                                 00043300
          05 WRK-ENC-DIA     PIC 9(02).                                 00043400
       77 WRK-SALDO-NEG      PIC 9(08) VALUE ZEROES.                    00043500
       77 WRK-VLR-JUROS      PIC 9(08) VALUE ZEROES.                    00043600
       77 WRK-VLR-TARPRO     PIC 9(08) VALUE ZEROES.                    00043700
       77 WRK-SALDO-FINAL    PIC S9(09) VALUE ZEROES.                   00043800
       77 WRK-VLR-LIQUIDO    PIC 9(08) VALUE ZEROES.                    00043900
                                                                        00044000
       01 FILLER          PIC X(64) VALUE                               00044100
           '-----------CONTROLE GRAVADO NO MOVENC/PAGENC----'.          00044200
                                                                        00044300
      *----CONTROLE CABECALHO/RODAPE DO MOVENC, NO MESMO LAYOUT----*    00044400
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00044500
       01 WRK-MOVENC-CAB.                                               00044600
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00044700
          05 FILLER              PIC X(01) VALUE SPACE.                 00044800
          05 FILLER              PIC X(08) VALUE 'FR19EX52'.            00044900
          05 FILLER              PIC X(01) VALUE SPACE.                 00045000
          05 FILLER              PIC X(09) VALUE 'ENCERRAM.'.           00045100
          05 FILLER              PIC X(01) VALUE SPACE.                 00045200
          05 WRK-CABE-DATA       PIC 9(08).                             00045300
          05 FILLER              PIC X(18) VALUE SPACES.                00045400
                                                                        00045500
       01 WRK-MOVENC-TRL.                                               00045600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00045700
          05 FILLER              PIC X(01) VALUE SPACE.                 00045800
          05 WRK-TRLE-QTD        PIC 9(05).                             00045900
          05 FILLER              PIC X(01) VALUE SPACE.                 00046000
          05 WRK-TRLE-HASH       PIC 9(12).                             00046100
          05 FILLER              PIC X(27) VALUE SPACES.                00046200
                                                                        00046300
       01 WRK-PAGENC-CAB.                                               00046400
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00046500
          05 FILLER              PIC X(01) VALUE SPACE.                 00046600
          05 FILLER              PIC X(08) VALUE 'FR19EX52'.            00046700
          05 FILLER              PIC X(01) VALUE SPACE.                 00046800
          05 WRK-CABP-DATA       PIC 9(08).                             00046900
          05 FILLER              PIC X(53) VALUE SPACES.                00047000
                                                                        00047100
       01 WRK-PAGENC-TRL.                                               00047200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00047300
          05 FILLER              PIC X(01) VALUE SPACE.                 00047400
          05 WRK-TRLP-QTD        PIC 9(05).                             00047500
          05 FILLER              PIC X(01) VALUE SPACE.                 00047600
          05 WRK-TRLP-HASH       PIC 9(12).                             00047700
          05 FILLER              PIC X(52) VALUE SPACES.                00047800
                                                                        00047900
       01 FILLER          PIC X(64) VALUE                               00048000
           '-----------LINHAS DO RELATORIO------------------'.          00048100
                                                                        00048200
       01 WRK-LINHA-TITULO.                                             00048300
          05 FILLER              PIC X(46) VALUE                        00048400
             'LIQUIDACAO E ENCERRAMENTO DE CONTAS           '.          00048500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00048600
          05 WRK-TIT-DATA        PIC 9(08).                             00048700
          05 FILLER              PIC X(18) VALUE SPACES.                00048800
                                                                        00048900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00049000
                                                                        00049100
       01 WRK-LINHA-CONTA.                                              00049200
          05 FILLER              PIC X(06) VALUE 'CONTA '.              00049300
          05 WRK-LCT-AGENCIA     PIC X(04).                             00049400
          05 FILLER              PIC X(01) VALUE '/'.                   00049500
          05 WRK-LCT-CONTA       PIC X(04).                             00049600
          05 FILLER              PIC X(01) VALUE SPACE.                 00049700
          05 WRK-LCT-NOME        PIC X(30).                             00049800
          05 FILLER              PIC X(18) VALUE                        00049900
             '  ENCERRAMENTO EM '.                                      00050000
          05 WRK-LCT-DATA        PIC X(08).                             00050100
          05 FILLER              PIC X(08) VALUE SPACES.                00050200
                                                                        00050300
       01 WRK-LINHA-PASSO.                                              00050400
          05 FILLER              PIC X(04) VALUE SPACES.                00050500
          05 WRK-PAS-ETAPA       PIC X(20).                             00050600
          05 WRK-PAS-DESCRICAO   PIC X(36).                             00050700
          05 FILLER              PIC X(02) VALUE SPACES.                00050800
          05 WRK-PAS-VALOR       PIC ZZZZZZZZ9-.                        00050900
          05 FILLER              PIC X(08) VALUE SPACES.                00051000
                                                                        00051009
       01 WRK-LINHA-NEGADO.                                             00051018
          05 FILLER              PIC X(10) VALUE SPACES.                00051027
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00051036
          05 WRK-NEG-OPERADOR    PIC X(08).                             00051045
          05 FILLER              PIC X(03) VALUE ' - '.                 00051054
          05 WRK-NEG-NOME        PIC X(30).                             00051063
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00051072
          05 WRK-NEG-PERFIL      PIC X(08).                             00051081
          05 FILLER              PIC X(03) VALUE SPACES.                00051090
                                                                        00051100
      *=============================================================*   00051200
       PROCEDURE DIVISION.                                              00051300
      *=============================================================*   00051400
                                                                        00051500
      *-------------------------------------------------------------*   00051600
       0000-PRINCIPAL                           SECTION.                00051700
      *-------------------------------------------------------------*   00051800
                                                                        00051900
            PERFORM  1000-INICIAR.                                      00052000
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00052100
            PERFORM  1200-CARREGAR-PEDIDOS UNTIL WRK-FIM-TRANSENC.      00052200
            PERFORM  1300-CARREGAR-ORDENS UNTIL WRK-FIM-ORDENS.         00052300
            PERFORM  1400-CARREGAR-CHEQUES UNTIL WRK-FIM-CHEQREG.       00052400
            PERFORM  1500-CARREGAR-MOVPEND UNTIL WRK-FIM-MOVPEND.       00052500
            PERFORM  1600-CARREGAR-MOVSUSP UNTIL WRK-FIM-MOVSUSP.       00052600
            PERFORM  1700-CARREGAR-FILASAI UNTIL WRK-FIM-FILASAI.       00052700
                                                                        00052800
            MOVE 1 TO WRK-SUB-PEDIDO.                                   00052900
            PERFORM  2000-PROCESSAR-PEDIDO                              00053000
                     UNTIL WRK-SUB-PEDIDO GREATER WRK-QTD-PEDIDOS.      00053100
                                                                        00053200
            PERFORM  3000-FINALIZAR.                                    00053300
                                                                        00053400
            STOP RUN.                                                   00053500
                                                                        00053600
      *-------------------------------------------------------------*   00053700
       1000-INICIAR                             SECTION.                00053800
      *-------------------------------------------------------------*   00053900
             OPEN INPUT  CLIENTES TRANSENC ORDENS CHEQREG               00054000
                         MOVPEND MOVSUSP FILASAI                        00054100
                  OUTPUT MOVENC PAGENC TRANSORD TRANSCHQ TRANSCLI       00054200
                         RELENC.                                        00054300
                                                                        00054400
               PERFORM 4000-TESTARSTATUS.                               00054500
                                                                        00054600
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00054700
                                                                        00054800
               ACCEPT WRK-TAXA FROM SYSIN.                              00054900
               IF WRK-TAXA-AC EQUAL ZEROS                               00055000
                  MOVE 0,0300 TO WRK-TAXA-DIA                           00055100
               ELSE                                                     00055200
                  MOVE WRK-TAXA-AC TO WRK-TAXA-DIA                      00055300
               END-IF.                                                  00055400
                                                                        00055500
               ACCEPT WRK-TARIFA FROM SYSIN.                            00055600
               IF WRK-TARIFA-AC EQUAL ZEROS                             00055700
                  MOVE 00000025 TO WRK-VLR-TARIFA                       00055800
               ELSE                                                     00055900
                  MOVE WRK-TARIFA-AC TO WRK-VLR-TARIFA                  00056000
               END-IF.                                                  00056100
                                                                        00056133
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00056166
                                                                        00056200
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA                       00056300
                                     WRK-CABE-DATA                      00056400
                                     WRK-CABP-DATA.                     00056500
               WRITE FD-MOVENC FROM WRK-MOVENC-CAB.                     00056600
               WRITE FD-PAGENC FROM WRK-PAGENC-CAB.                     00056700
                                                                        00056800
               WRITE FD-RELENC FROM WRK-LINHA-TRACO.                    00056900
               WRITE FD-RELENC FROM WRK-LINHA-TITULO.                   00057000
               WRITE FD-RELENC FROM WRK-LINHA-TRACO.                    00057100
                                                                        00057200
               MOVE 'FR19EX52' TO WRK-EST-PROGRAMA.                     00057300
               MOVE 'I' TO WRK-EST-EVENTO.                              00057400
               MOVE ZEROES TO WRK-EST-LIDOS                             00057500
                              WRK-EST-GRAVADOS                          00057600
                              WRK-EST-REJEITADOS.                       00057700
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00057800
                                                                        00057900
       1000-99-FIM.              EXIT.                                  00058000
      *-------------------------------------------------------------*   00058100
       1100-CARREGAR-CLIENTES                   SECTION.                00058200
      *-------------------------------------------------------------*   00058300
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00058400
             READ CLIENTES                                              00058500
               AT END                                                   00058600
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00058700
             END-READ.                                                  00058800
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00058900
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00059000
                GO TO 1100-99-FIM.                                      00059100
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00059200
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00059300
                GO TO 1100-99-FIM.                                      00059400
                                                                        00059500
             IF WRK-QTD-CONTAS NOT LESS 2000                            00059600
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00059700
                MOVE '1100' TO WRK-SECAO                                00059800
                PERFORM 9100-ERRO-CONTROLE                              00059900
             END-IF.                                                    00060000
             ADD 1 TO WRK-QTD-CONTAS.                                   00060100
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00060200
             MOVE FD-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).        00060300
             MOVE FD-SALDO     TO WRK-CTA-SALDO (WRK-QTD-CONTAS).       00060400
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00060500
             MOVE 'N'          TO WRK-CTA-SW-ENC (WRK-QTD-CONTAS).      00060600
       1100-99-FIM.              EXIT.                                  00060700
      *-------------------------------------------------------------*   00060800
       1200-CARREGAR-PEDIDOS                    SECTION.                00060900
      *-------------------------------------------------------------*   00061000
      *   OS PEDIDOS SAO LIDOS TODOS ANTES DA LIQUIDACAO: A CONTA   *   00061100
      *   EM ENCERRAMENTO FICA MARCADA NO CADASTRO EM MEMORIA, O    *   00061200
      *   QUE FILTRA A CARGA DE ORDENS/CHEQUES/PENDENCIAS E IMPEDE  *   00061300
      *   QUE UMA CONTA QUE TAMBEM FECHA SEJA USADA COMO DESTINO.   *   00061400
      *-------------------------------------------------------------*   00061500
             READ TRANSENC                                              00061600
               AT END                                                   00061700
                 MOVE 'S' TO WRK-SW-FIM-TEN                             00061800
             END-READ.                                                  00061900
             PERFORM 4200-TESTARSTATUS-TRANSENC.                        00062000
             IF WRK-FS-TRANSENC NOT EQUAL 00                            00062100
                GO TO 1200-99-FIM.                                      00062200
                                                                        00062300
             ADD 1 TO WRK-REGTRANS.                                     00062400
             PERFORM 1250-VERIFICAR-AUTORIZACAO.                        00062425
             IF NOT WRK-AUT-AUTORIZADO                                  00062450
                GO TO 1200-99-FIM.                                      00062475
             IF WRK-QTD-PEDIDOS NOT LESS 500                            00062500
                MOVE 'TABELA DE PEDIDOS ESGOTADA   ' TO WRK-MSGERRO     00062600
                MOVE '1200' TO WRK-SECAO                                00062700
                PERFORM 9100-ERRO-CONTROLE                              00062800
             END-IF.                                                    00062900
             ADD 1 TO WRK-QTD-PEDIDOS.                                  00063000
             MOVE FD-TEN-CHAVE   TO WRK-PED-CHAVE (WRK-QTD-PEDIDOS).    00063100
             MOVE FD-TEN-DATA    TO WRK-PED-DATA (WRK-QTD-PEDIDOS).     00063200
             MOVE FD-TEN-DESTINO TO WRK-PED-DESTINO (WRK-QTD-PEDIDOS).  00063300
                                                                        00063400
             MOVE FD-TEN-CHAVE TO WRK-CHAVE-BUSCA.                      00063500
             PERFORM 2900-LOCALIZAR-CONTA.                              00063600
             IF WRK-IDX-CONTA GREATER ZEROES                            00063700
                MOVE 'S' TO WRK-CTA-SW-ENC (WRK-IDX-CONTA)              00063800
             END-IF.                                                    00063900
       1200-99-FIM.              EXIT.                                  00064000
      *-------------------------------------------------------------*   00064002
       1250-VERIFICAR-AUTORIZACAO               SECTION.                00064004
      *-------------------------------------------------------------*   00064006
      *   O OPERADOR DO TRANSENC PRECISA DE PERMISSAO PARA O        *   00064008
      *   ENCERRAMENTO NO FR19EX52 (MODULO AUTORIZA). SEM ELA, OU   *   00064010
      *   COM OPERADOR DESCONHECIDO/INATIVO, O PEDIDO NAO ENTRA NA  *   00064012
      *   TABELA (A CONTA NAO E LIQUIDADA) E O RELENC MOSTRA QUEM   *   00064014
      *   LIBEROU O ARQUIVO.                                        *   00064017
      *-------------------------------------------------------------*   00064019
             MOVE 'FR19EX52'      TO WRK-AUT-PROGRAMA.                  00064021
             MOVE 'ENCERRA '      TO WRK-AUT-OPERACAO.                  00064023
             MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                  00064025
             MOVE FD-TEN-CHAVE    TO WRK-AUT-CHAVE.                     00064027
             CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                00064029
             IF WRK-AUT-AUTORIZADO                                      00064031
                GO TO 1250-99-FIM.                                      00064034
                                                                        00064036
             MOVE FD-TEN-CHAVE   TO WRK-CHAVE-BUSCA.                    00064038
             PERFORM 2900-LOCALIZAR-CONTA.                              00064040
             MOVE FD-TEN-AGENCIA TO WRK-LCT-AGENCIA.                    00064042
             MOVE FD-TEN-CONTA   TO WRK-LCT-CONTA.                      00064044
             MOVE FD-TEN-DATA    TO WRK-LCT-DATA.                       00064046
             IF WRK-IDX-CONTA GREATER ZEROES                            00064048
                MOVE WRK-CTA-NOME (WRK-IDX-CONTA) TO WRK-LCT-NOME       00064051
             ELSE                                                       00064053
                MOVE SPACES TO WRK-LCT-NOME                             00064055
             END-IF.                                                    00064057
             WRITE FD-RELENC FROM WRK-LINHA-CONTA.                      00064059
                                                                        00064061
             MOVE 'PEDIDO RECUSADO'  TO WRK-PAS-ETAPA.                  00064063
             IF WRK-AUT-NEGADO                                          00064065
                MOVE 'NAO AUTORIZADO' TO WRK-PAS-DESCRICAO              00064068
             ELSE                                                       00064070
                MOVE 'OPERADOR DESCONHECIDO/INATIVO'                    00064072
                     TO WRK-PAS-DESCRICAO                               00064074
             END-IF.                                                    00064076
             MOVE ZEROES             TO WRK-PAS-VALOR.                  00064078
             WRITE FD-RELENC FROM WRK-LINHA-PASSO.                      00064080
             MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR.                  00064082
             MOVE WRK-AUT-NOME    TO WRK-NEG-NOME.                      00064085
             MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL.                    00064087
             WRITE FD-RELENC FROM WRK-LINHA-NEGADO.                     00064089
             WRITE FD-RELENC FROM WRK-LINHA-TRACO.                      00064091
             ADD 1 TO WRK-QTD-RECUSA                                    00064093
                      WRK-QTD-NEGADA.                                   00064095
       1250-99-FIM.              EXIT.                                  00064097
      *-------------------------------------------------------------*   00064100
       1300-CARREGAR-ORDENS                     SECTION.                00064200
      *-------------------------------------------------------------*   00064300
      *----ARQUIVO OPCIONAL; SO AS ORDENS DAS CONTAS QUE FECHAM-----*   00064400
             READ ORDENS                                                00064500
               AT END                                                   00064600
                 MOVE 'S' TO WRK-SW-FIM-ORD                             00064700
             END-READ.                                                  00064800
             IF WRK-FS-ORDENS NOT EQUAL 00                              00064900
                IF NOT WRK-FIM-ORDENS                                   00065000
                   DISPLAY ' ORDENS INDISPONIVEL (FS='                  00065100
                           WRK-FS-ORDENS ') - ENCERRAMENTO SEM'         00065200
                           ' CANCELAR ORDENS'                           00065300
                   MOVE 'S' TO WRK-SW-FIM-ORD                           00065400
                END-IF                                                  00065500
                GO TO 1300-99-FIM                                       00065600
             END-IF.                                                    00065700
             IF FD-ORDENS (1:9) EQUAL 'CABECALHO'                       00065800
                OR FD-ORDENS (1:6) EQUAL 'RODAPE'                       00065900
                GO TO 1300-99-FIM.                                      00066000
                                                                        00066100
             MOVE FD-ORD-CONTAKEY TO WRK-CHAVE-BUSCA.                   00066200
             PERFORM 2900-LOCALIZAR-CONTA.                              00066300
             IF WRK-IDX-CONTA EQUAL ZEROES                              00066400
                GO TO 1300-99-FIM.                                      00066500
             IF NOT WRK-CTA-EM-ENCERRAMENTO (WRK-IDX-CONTA)             00066600
                GO TO 1300-99-FIM.                                      00066700
                                                                        00066800
             IF WRK-QTD-ORD NOT LESS 2000                               00066900
                MOVE 'TABELA DE ORDENS ESGOTADA    ' TO WRK-MSGERRO     00067000
                MOVE '1300' TO WRK-SECAO                                00067100
                PERFORM 9100-ERRO-CONTROLE                              00067200
             END-IF.                                                    00067300
             ADD 1 TO WRK-QTD-ORD.                                      00067400
             MOVE FD-ORDENS TO WRK-OTB-REGISTRO (WRK-QTD-ORD).          00067500
       1300-99-FIM.              EXIT.                                  00067600
      *-------------------------------------------------------------*   00067700
       1400-CARREGAR-CHEQUES                    SECTION.                00067800
      *-------------------------------------------------------------*   00067900
      *----ARQUIVO OPCIONAL; SO CHEQUES NAO USADOS (E/S)------------*   00068000
             READ CHEQREG                                               00068100
               AT END                                                   00068200
                 MOVE 'S' TO WRK-SW-FIM-CHQ                             00068300
             END-READ.                                                  00068400
             IF WRK-FS-CHEQREG NOT EQUAL 00                             00068500
                IF NOT WRK-FIM-CHEQREG                                  00068600
                   DISPLAY ' CHEQREG INDISPONIVEL (FS='                 00068700
                           WRK-FS-CHEQREG ') - ENCERRAMENTO SEM'        00068800
                           ' CANCELAR CHEQUES'                          00068900
                   MOVE 'S' TO WRK-SW-FIM-CHQ                           00069000
                END-IF                                                  00069100
                GO TO 1400-99-FIM                                       00069200
             END-IF.                                                    00069300
             IF FD-CHQ-STATUS NOT EQUAL 'E'                             00069400
                AND FD-CHQ-STATUS NOT EQUAL 'S'                         00069500
                GO TO 1400-99-FIM.                                      00069600
                                                                        00069700
             MOVE FD-CHQ-CONTAKEY TO WRK-CHAVE-BUSCA.                   00069800
             PERFORM 2900-LOCALIZAR-CONTA.                              00069900
             IF WRK-IDX-CONTA EQUAL ZEROES                              00070000
                GO TO 1400-99-FIM.                                      00070100
             IF NOT WRK-CTA-EM-ENCERRAMENTO (WRK-IDX-CONTA)             00070200
                GO TO 1400-99-FIM.                                      00070300
                                                                        00070400
             IF WRK-QTD-CHQ NOT LESS 5000                               00070500
                MOVE 'TABELA DE CHEQUES ESGOTADA   ' TO WRK-MSGERRO     00070600
                MOVE '1400' TO WRK-SECAO                                00070700
                PERFORM 9100-ERRO-CONTROLE                              00070800
             END-IF.                                                    00070900
             ADD 1 TO WRK-QTD-CHQ.                                      00071000
             MOVE FD-CHQ-CONTAKEY TO WRK-CTB-CONTAKEY (WRK-QTD-CHQ).    00071100
             MOVE FD-CHQ-NUMERO   TO WRK-CTB-NUMERO (WRK-QTD-CHQ).      00071200
             MOVE FD-CHQ-STATUS   TO WRK-CTB-STATUS (WRK-QTD-CHQ).      00071300
       1400-99-FIM.              EXIT.                                  00071400
      *-------------------------------------------------------------*   00071500
       1500-CARREGAR-MOVPEND                    SECTION.                00071600
      *-------------------------------------------------------------*   00071700
      *----ARQUIVO OPCIONAL; IGNORA CABECALHO/RODAPE----------------*   00071800
             READ MOVPEND                                               00071900
               AT END                                                   00072000
                 MOVE 'S' TO WRK-SW-FIM-PEN                             00072100
             END-READ.                                                  00072200
             IF WRK-FS-MOVPEND NOT EQUAL 00                             00072300
                IF NOT WRK-FIM-MOVPEND                                  00072400
                   DISPLAY ' MOVPEND INDISPONIVEL (FS='                 00072500
                           WRK-FS-MOVPEND ') - ENCERRAMENTO SEM'        00072600
                           ' CONSULTAR O MOVPEND'                       00072700
                   MOVE 'S' TO WRK-SW-FIM-PEN                           00072800
                END-IF                                                  00072900
                GO TO 1500-99-FIM                                       00073000
             END-IF.                                                    00073100
             IF FD-MOVPEND (1:9) EQUAL 'CABECALHO'                      00073200
                OR FD-MOVPEND (1:6) EQUAL 'RODAPE'                      00073300
                GO TO 1500-99-FIM.                                      00073400
                                                                        00073500
             MOVE FD-PEN-CHAVE TO WRK-CHAVE-BUSCA.                      00073600
             PERFORM 1800-GUARDAR-PENDENCIA.                            00073700
             IF WRK-IDX-CONTA GREATER ZEROES                            00073800
                MOVE 'PENDENTE MOVPEND' TO WRK-PTB-ORIGEM (WRK-QTD-PEN) 00073900
                MOVE FD-PEN-MOVIMENTO                                   00074000
                     TO WRK-PTB-DESCRICAO (WRK-QTD-PEN)                 00074100
                MOVE FD-PEN-VALOR  TO WRK-PTB-VALOR (WRK-QTD-PEN)       00074200
             END-IF.                                                    00074300
       1500-99-FIM.              EXIT.                                  00074400
      *-------------------------------------------------------------*   00074500
       1600-CARREGAR-MOVSUSP                    SECTION.                00074600
      *-------------------------------------------------------------*   00074700
      *----ARQUIVO OPCIONAL; IGNORA CABECALHO/RODAPE----------------*   00074800
             READ MOVSUSP                                               00074900
               AT END                                                   00075000
                 MOVE 'S' TO WRK-SW-FIM-SUS                             00075100
             END-READ.                                                  00075200
             IF WRK-FS-MOVSUSP NOT EQUAL 00                             00075300
                IF NOT WRK-FIM-MOVSUSP                                  00075400
                   DISPLAY ' MOVSUSP INDISPONIVEL (FS='                 00075500
                           WRK-FS-MOVSUSP ') - ENCERRAMENTO SEM'        00075600
                           ' CONSULTAR O MOVSUSP'                       00075700
                   MOVE 'S' TO WRK-SW-FIM-SUS                           00075800
                END-IF                                                  00075900
                GO TO 1600-99-FIM                                       00076000
             END-IF.                                                    00076100
             IF FD-MOVSUSP (1:9) EQUAL 'CABECALHO'                      00076200
                OR FD-MOVSUSP (1:6) EQUAL 'RODAPE'                      00076300
                GO TO 1600-99-FIM.                                      00076400
                                                                        00076500
             MOVE FD-SUS-CHAVE TO WRK-CHAVE-BUSCA.                      00076600
             PERFORM 1800-GUARDAR-PENDENCIA.                            00076700
             IF WRK-IDX-CONTA GREATER ZEROES                            00076800
                MOVE 'PENDENTE MOVSUSP' TO WRK-PTB-ORIGEM (WRK-QTD-PEN) 00076900
                MOVE FD-SUS-MOTIVO                                      00077000
                     TO WRK-PTB-DESCRICAO (WRK-QTD-PEN)                 00077100
                MOVE FD-SUS-VALOR  TO WRK-PTB-VALOR (WRK-QTD-PEN)       00077200
             END-IF.                                                    00077300
       1600-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       1700-CARREGAR-FILASAI                    SECTION.                00077600
      *-------------------------------------------------------------*   00077700
      *----ARQUIVO OPCIONAL; IGNORA CABECALHO/RODAPE----------------*   00077800
             READ FILASAI                                               00077900
               AT END                                                   00078000
                 MOVE 'S' TO WRK-SW-FIM-FIL                             00078100
             END-READ.                                                  00078200
             IF WRK-FS-FILASAI NOT EQUAL 00                             00078300
                IF NOT WRK-FIM-FILASAI                                  00078400
                   DISPLAY ' FILASAI INDISPONIVEL (FS='                 00078500
                           WRK-FS-FILASAI ') - ENCERRAMENTO SEM'        00078600
                           ' CONSULTAR A FILASAI'                       00078700
                   MOVE 'S' TO WRK-SW-FIM-FIL                           00078800
                END-IF                                                  00078900
                GO TO 1700-99-FIM                                       00079000
             END-IF.                                                    00079100
             IF FD-FILASAI (1:9) EQUAL 'CABECALHO'                      00079200
                OR FD-FILASAI (1:6) EQUAL 'RODAPE'                      00079300
                GO TO 1700-99-FIM.                                      00079400
                                                                        00079500
             MOVE FD-FIL-CHAVE TO WRK-CHAVE-BUSCA.                      00079600
             PERFORM 1800-GUARDAR-PENDENCIA.                            00079700
             IF WRK-IDX-CONTA GREATER ZEROES                            00079800
                MOVE 'PENDENTE FILASAI' TO WRK-PTB-ORIGEM (WRK-QTD-PEN) 00079900
                MOVE FD-FIL-MOTIVO                                      00080000
                     TO WRK-PTB-DESCRICAO (WRK-QTD-PEN)                 00080100
                MOVE FD-FIL-VALOR  TO WRK-PTB-VALOR (WRK-QTD-PEN)       00080200
             END-IF.                                                    00080300
       1700-99-FIM.              EXIT.                                  00080400
      *-------------------------------------------------------------*   00080500
       1800-GUARDAR-PENDENCIA                   SECTION.                00080600
      *-------------------------------------------------------------*   00080700
      *   ABRE UMA LINHA NA TABELA DE PENDENCIAS QUANDO A CONTA DO  *   00080800
      *   ITEM ESTA EM ENCERRAMENTO; SENAO DEVOLVE WRK-IDX-CONTA    *   00080900
      *   ZERADO E O ITEM E DESPREZADO.                             *   00081000
      *-------------------------------------------------------------*   00081100
             PERFORM 2900-LOCALIZAR-CONTA.                              00081200
             IF WRK-IDX-CONTA EQUAL ZEROES                              00081300
                GO TO 1800-99-FIM.                                      00081400
             IF NOT WRK-CTA-EM-ENCERRAMENTO (WRK-IDX-CONTA)             00081500
                MOVE ZEROES TO WRK-IDX-CONTA                            00081600
                GO TO 1800-99-FIM                                       00081700
             END-IF.                                                    00081800
                                                                        00081900
             IF WRK-QTD-PEN NOT LESS 2000                               00082000
                MOVE 'TABELA DE PENDENCIAS ESGOTADA' TO WRK-MSGERRO     00082100
                MOVE '1800' TO WRK-SECAO                                00082200
                PERFORM 9100-ERRO-CONTROLE                              00082300
             END-IF.                                                    00082400
             ADD 1 TO WRK-QTD-PEN.                                      00082500
             MOVE WRK-CHAVE-BUSCA TO WRK-PTB-CHAVE (WRK-QTD-PEN).       00082600
       1800-99-FIM.              EXIT.                                  00082700
      *-------------------------------------------------------------*   00082800
       2000-PROCESSAR-PEDIDO                    SECTION.                00082900
      *-------------------------------------------------------------*   00083000
      *   UM PEDIDO DO TRANSENC: CRITICA, ENCARGOS PRO-RATA,        *   00083100
      *   TRANSFERENCIA DO SALDO, CANCELAMENTO DE ORDENS E CHEQUES, *   00083200
      *   PENDENCIAS E, POR ULTIMO, O CARTAO ENCERRA.               *   00083300
      *-------------------------------------------------------------*   00083400
            MOVE WRK-PED-CHAVE (WRK-SUB-PEDIDO) TO WRK-CHAVE-BUSCA.     00083500
            PERFORM 2900-LOCALIZAR-CONTA.                               00083600
                                                                        00083700
            MOVE WRK-CHAVE-BUSCA (1:4)       TO WRK-LCT-AGENCIA.        00083800
            MOVE WRK-CHAVE-BUSCA (5:4)       TO WRK-LCT-CONTA.          00083900
            MOVE WRK-PED-DATA (WRK-SUB-PEDIDO) TO WRK-LCT-DATA.         00084000
            IF WRK-IDX-CONTA GREATER ZEROES                             00084100
               MOVE WRK-CTA-NOME (WRK-IDX-CONTA) TO WRK-LCT-NOME        00084200
            ELSE                                                        00084300
               MOVE SPACES TO WRK-LCT-NOME                              00084400
            END-IF.                                                     00084500
                                                                        00084600
            PERFORM 2100-CRITICAR-PEDIDO.                               00084700
            IF WRK-MOTIVO-RECUSA EQUAL SPACES                           00084800
               PERFORM 2200-CALCULAR-ENCARGOS                           00084900
            END-IF.                                                     00085000
            MOVE WRK-CHAVE-BUSCA TO WRK-CHAVE-ANTERIOR.                 00085100
                                                                        00085200
            IF WRK-MOTIVO-RECUSA EQUAL SPACES                           00085300
               MOVE WRK-DATA-ENC TO WRK-LCT-DATA                        00085400
            END-IF.                                                     00085500
            WRITE FD-RELENC FROM WRK-LINHA-CONTA.                       00085600
                                                                        00085700
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00085800
               MOVE 'PEDIDO RECUSADO'  TO WRK-PAS-ETAPA                 00085900
               MOVE WRK-MOTIVO-RECUSA  TO WRK-PAS-DESCRICAO             00086000
               MOVE ZEROES             TO WRK-PAS-VALOR                 00086100
               WRITE FD-RELENC FROM WRK-LINHA-PASSO                     00086200
               ADD 1 TO WRK-QTD-RECUSA                                  00086300
            ELSE                                                        00086400
               PERFORM 2050-LIQUIDAR-CONTA                              00086500
            END-IF.                                                     00086600
            WRITE FD-RELENC FROM WRK-LINHA-TRACO.                       00086700
            ADD 1 TO WRK-SUB-PEDIDO.                                    00086800
                                                                        00086900
       2000-99-FIM.              EXIT.                                  00087000
      *-------------------------------------------------------------*   00087100
       2050-LIQUIDAR-CONTA                      SECTION.                00087200
      *-------------------------------------------------------------*   00087300
            MOVE 'SALDO ATUAL'           TO WRK-PAS-ETAPA.              00087400
            MOVE 'SALDO DO CADASTRO CLIENTES'                           00087500
                                         TO WRK-PAS-DESCRICAO.          00087600
            MOVE WRK-CTA-SALDO (WRK-IDX-CONTA) TO WRK-PAS-VALOR.        00087700
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00087800
                                                                        00087900
            PERFORM 2300-GRAVAR-ENCARGOS.                               00088000
            PERFORM 2400-TRANSFERIR-SALDO.                              00088100
                                                                        00088200
            MOVE 1 TO WRK-SUB-ORD.                                      00088300
            PERFORM 2500-CANCELAR-ORDEM                                 00088400
                    UNTIL WRK-SUB-ORD GREATER WRK-QTD-ORD.              00088500
            MOVE 1 TO WRK-SUB-CHQ.                                      00088600
            PERFORM 2600-CANCELAR-CHEQUE                                00088700
                    UNTIL WRK-SUB-CHQ GREATER WRK-QTD-CHQ.              00088800
            MOVE 1 TO WRK-SUB-PEN.                                      00088900
            PERFORM 2700-APONTAR-PENDENCIA                              00089000
                    UNTIL WRK-SUB-PEN GREATER WRK-QTD-PEN.              00089100
                                                                        00089200
            PERFORM 2800-GRAVAR-ENCERRA.                                00089300
            ADD 1 TO WRK-QTD-ENCERRA.                                   00089400
                                                                        00089500
       2050-99-FIM.              EXIT.                                  00089600
      *-------------------------------------------------------------*   00089700
       2100-CRITICAR-PEDIDO                     SECTION.                00089800
      *-------------------------------------------------------------*   00089900
      *   A DATA DE ENCERRAMENTO TEM QUE CAIR NO MES CORRENTE E NAO *   00090000
      *   PODE SER FUTURA: OS ENCARGOS DOS MESES FECHADOS JA FORAM  *   00090100
      *   COBRADOS PELO FR19EX06.                                   *   00090200
      *-------------------------------------------------------------*   00090300
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00090400
            MOVE ZEROES TO WRK-IDX-DESTINO.                             00090500
            IF WRK-PED-DATA (WRK-SUB-PEDIDO) NUMERIC                    00090600
               MOVE WRK-PED-DATA (WRK-SUB-PEDIDO) TO WRK-DATA-ENC       00090700
            ELSE                                                        00090800
               MOVE 99999999 TO WRK-DATA-ENC                            00090900
            END-IF.                                                     00091000
            IF WRK-DATA-ENC EQUAL ZEROES                                00091100
               MOVE WRK-DATA-HOJE TO WRK-DATA-ENC                       00091200
            END-IF.                                                     00091300
                                                                        00091400
            EVALUATE TRUE                                               00091500
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00091600
                MOVE 'CONTA INEXISTENTE NO CLIENTES'                    00091700
                     TO WRK-MOTIVO-RECUSA                               00091800
              WHEN WRK-CHAVE-BUSCA NOT GREATER WRK-CHAVE-ANTERIOR       00091900
                MOVE 'PEDIDO DUPLICADO OU FORA DE ORDEM'                00092000
                     TO WRK-MOTIVO-RECUSA                               00092100
              WHEN WRK-ENC-ANOMES NOT EQUAL WRK-HOJE-ANOMES             00092200
                   OR WRK-ENC-DIA EQUAL ZEROES                          00092300
                   OR WRK-DATA-ENC GREATER WRK-DATA-HOJE                00092400
                MOVE 'DATA DE ENCERRAMENTO INVALIDA'                    00092500
                     TO WRK-MOTIVO-RECUSA                               00092600
              WHEN WRK-PED-DESTINO (WRK-SUB-PEDIDO) EQUAL SPACES        00092700
                CONTINUE                                                00092800
              WHEN WRK-PED-DESTINO (WRK-SUB-PEDIDO)                     00092900
                   EQUAL WRK-CHAVE-BUSCA                                00093000
                MOVE 'DESTINO IGUAL A PROPRIA CONTA'                    00093100
                     TO WRK-MOTIVO-RECUSA                               00093200
              WHEN OTHER                                                00093300
                MOVE WRK-PED-DESTINO (WRK-SUB-PEDIDO)                   00093400
                     TO WRK-CHAVE-BUSCA                                 00093500
                PERFORM 2900-LOCALIZAR-CONTA                            00093600
                MOVE WRK-IDX-CONTA TO WRK-IDX-DESTINO                   00093700
                MOVE WRK-PED-CHAVE (WRK-SUB-PEDIDO) TO WRK-CHAVE-BUSCA  00093800
                PERFORM 2900-LOCALIZAR-CONTA                            00093900
                IF WRK-IDX-DESTINO EQUAL ZEROES                         00094000
                   MOVE 'CONTA DESTINO INEXISTENTE'                     00094100
                        TO WRK-MOTIVO-RECUSA                            00094200
                ELSE                                                    00094300
                   IF WRK-CTA-EM-ENCERRAMENTO (WRK-IDX-DESTINO)         00094400
                      MOVE 'DESTINO TAMBEM EM ENCERRAMENTO'             00094500
                           TO WRK-MOTIVO-RECUSA                         00094600
                   END-IF                                               00094700
                END-IF                                                  00094800
            END-EVALUATE.                                               00094900
                                                                        00095000
       2100-99-FIM.              EXIT.                                  00095100
      *-------------------------------------------------------------*   00095200
       2200-CALCULAR-ENCARGOS                   SECTION.                00095300
      *-------------------------------------------------------------*   00095400
      *   JUROS SO SOBRE SALDO NEGATIVO, MESMA FORMULA DO FR19EX06  *   00095500
      *   COM OS DIAS DO MES ATE A DATA DE ENCERRAMENTO; TARIFA     *   00095600
      *   PROPORCIONAL AOS MESMOS DIAS (MES COMERCIAL DE 30).       *   00095700
      *-------------------------------------------------------------*   00095800
            MOVE ZEROES TO WRK-VLR-JUROS.                               00095900
            IF WRK-CTA-SALDO (WRK-IDX-CONTA) LESS ZEROES                00096000
               COMPUTE WRK-SALDO-NEG =                                  00096100
                       ZERO - WRK-CTA-SALDO (WRK-IDX-CONTA)             00096200
               COMPUTE WRK-VLR-JUROS ROUNDED =                          00096300
                       WRK-SALDO-NEG * WRK-TAXA-DIA / 100               00096400
                                     * WRK-ENC-DIA                      00096500
            END-IF.                                                     00096600
            IF WRK-ENC-DIA GREATER 30                                   00096700
               MOVE WRK-VLR-TARIFA TO WRK-VLR-TARPRO                    00096800
            ELSE                                                        00096900
               COMPUTE WRK-VLR-TARPRO ROUNDED =                         00097000
                       WRK-VLR-TARIFA * WRK-ENC-DIA / 30                00097100
            END-IF.                                                     00097200
            COMPUTE WRK-SALDO-FINAL = WRK-CTA-SALDO (WRK-IDX-CONTA)     00097300
                                    - WRK-VLR-JUROS                     00097400
                                    - WRK-VLR-TARPRO.                   00097500
            IF WRK-SALDO-FINAL LESS ZEROES                              00097600
               MOVE 'SALDO DEVEDOR APOS OS ENCARGOS'                    00097700
                    TO WRK-MOTIVO-RECUSA                                00097800
            END-IF.                                                     00097900
                                                                        00098000
       2200-99-FIM.              EXIT.                                  00098100
      *-------------------------------------------------------------*   00098200
       2300-GRAVAR-ENCARGOS                     SECTION.                00098300
      *-------------------------------------------------------------*   00098400
            MOVE WRK-CHAVE-BUSCA (1:4) TO FD-MVE-AGENCIA.               00098500
            MOVE WRK-CHAVE-BUSCA (5:4) TO FD-MVE-CONTA.                 00098600
            MOVE 'D'                   TO FD-MVE-TIPOMOV.               00098700
            MOVE ZEROES                TO FD-MVE-DATAVALOR.             00098800
                                                                        00098900
            IF WRK-VLR-JUROS GREATER ZEROES                             00099000
               MOVE 'JUROS CHEQUE ESPECIAL PRO-RATA'                    00099100
                    TO FD-MVE-MOVIMENTO                                 00099200
               MOVE WRK-VLR-JUROS TO FD-MVE-VLRMOVIMENTO                00099300
               PERFORM 2950-GRAVAR-MOVENC                               00099400
            END-IF.                                                     00099500
            MOVE 'JUROS PRO-RATA'  TO WRK-PAS-ETAPA.                    00099600
            MOVE SPACES            TO WRK-PAS-DESCRICAO.                00099700
            STRING WRK-ENC-DIA ' DIAS SOBRE O SALDO NEGATIVO'           00099800
                   DELIMITED BY SIZE INTO WRK-PAS-DESCRICAO.            00099900
            MOVE WRK-VLR-JUROS     TO WRK-PAS-VALOR.                    00100000
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00100100
                                                                        00100200
            IF WRK-VLR-TARPRO GREATER ZEROES                            00100300
               MOVE 'TARIFA MANUTENCAO PRO-RATA'                        00100400
                    TO FD-MVE-MOVIMENTO                                 00100500
               MOVE WRK-VLR-TARPRO TO FD-MVE-VLRMOVIMENTO               00100600
               PERFORM 2950-GRAVAR-MOVENC                               00100700
            END-IF.                                                     00100800
            MOVE 'TARIFA PRO-RATA' TO WRK-PAS-ETAPA.                    00100900
            MOVE SPACES            TO WRK-PAS-DESCRICAO.                00101000
            STRING WRK-ENC-DIA ' DIAS DA TARIFA MENSAL'                 00101100
                   DELIMITED BY SIZE INTO WRK-PAS-DESCRICAO.            00101200
            MOVE WRK-VLR-TARPRO    TO WRK-PAS-VALOR.                    00101300
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00101400
                                                                        00101500
            MOVE 'SALDO A LIQUIDAR' TO WRK-PAS-ETAPA.                   00101600
            MOVE 'SALDO DEPOIS DOS ENCARGOS'                            00101700
                                    TO WRK-PAS-DESCRICAO.               00101800
            MOVE WRK-SALDO-FINAL    TO WRK-PAS-VALOR.                   00101900
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00102000
                                                                        00102100
       2300-99-FIM.              EXIT.                                  00102200
      *-------------------------------------------------------------*   00102300
       2400-TRANSFERIR-SALDO                    SECTION.                00102400
      *-------------------------------------------------------------*   00102500
      *   SALDO ZERO NAO TEM O QUE TRANSFERIR; COM DESTINO, PAR     *   00102600
      *   'T'/'F' COMO O FR19EX10; SEM DESTINO, DEBITO 'T' E A      *   00102700
      *   ORDEM DE PAGAMENTO NO PAGENC.                             *   00102800
      *-------------------------------------------------------------*   00102900
            MOVE 'SALDO TRANSFERIDO' TO WRK-PAS-ETAPA.                  00103000
            IF WRK-SALDO-FINAL EQUAL ZEROES                             00103100
               MOVE 'SEM SALDO A TRANSFERIR' TO WRK-PAS-DESCRICAO       00103200
               MOVE ZEROES TO WRK-PAS-VALOR                             00103300
               WRITE FD-RELENC FROM WRK-LINHA-PASSO                     00103400
               GO TO 2400-99-FIM                                        00103500
            END-IF.                                                     00103600
            MOVE WRK-SALDO-FINAL TO WRK-VLR-LIQUIDO.                    00103700
                                                                        00103800
            MOVE WRK-CHAVE-BUSCA (1:4) TO FD-MVE-AGENCIA.               00103900
            MOVE WRK-CHAVE-BUSCA (5:4) TO FD-MVE-CONTA.                 00104000
            MOVE SPACES                TO FD-MVE-MOVIMENTO.             00104100
            IF WRK-IDX-DESTINO GREATER ZEROES                           00104200
               STRING 'ENCERRAMENTO P/ '                                00104300
                      WRK-CTA-CHAVE (WRK-IDX-DESTINO)                   00104400
                      DELIMITED BY SIZE INTO FD-MVE-MOVIMENTO           00104500
            ELSE                                                        00104600
               MOVE 'ENCERRAMENTO ORDEM PAGAMENTO'                      00104700
                    TO FD-MVE-MOVIMENTO                                 00104800
            END-IF.                                                     00104900
            MOVE WRK-VLR-LIQUIDO       TO FD-MVE-VLRMOVIMENTO.          00105000
            MOVE 'T'                   TO FD-MVE-TIPOMOV.               00105100
            MOVE ZEROES                TO FD-MVE-DATAVALOR.             00105200
            PERFORM 2950-GRAVAR-MOVENC.                                 00105300
                                                                        00105400
            IF WRK-IDX-DESTINO GREATER ZEROES                           00105500
               MOVE WRK-CTA-CHAVE (WRK-IDX-DESTINO) (1:4)               00105600
                    TO FD-MVE-AGENCIA                                   00105700
               MOVE WRK-CTA-CHAVE (WRK-IDX-DESTINO) (5:4)               00105800
                    TO FD-MVE-CONTA                                     00105900
               MOVE SPACES TO FD-MVE-MOVIMENTO                          00106000
               STRING 'ENCERRAMENTO DE '                                00106100
                      WRK-CHAVE-BUSCA                                   00106200
                      DELIMITED BY SIZE INTO FD-MVE-MOVIMENTO           00106300
               MOVE WRK-VLR-LIQUIDO TO FD-MVE-VLRMOVIMENTO              00106400
               MOVE 'F'             TO FD-MVE-TIPOMOV                   00106500
               PERFORM 2950-GRAVAR-MOVENC                               00106600
               MOVE SPACES TO WRK-PAS-DESCRICAO                         00106700
               STRING 'PARA A CONTA '                                   00106800
                      WRK-CTA-CHAVE (WRK-IDX-DESTINO) (1:4) '/'         00106900
                      WRK-CTA-CHAVE (WRK-IDX-DESTINO) (5:4)             00107000
                      DELIMITED BY SIZE INTO WRK-PAS-DESCRICAO          00107100
               ADD 1 TO WRK-QTD-TRANSF                                  00107200
            ELSE                                                        00107300
               MOVE WRK-CHAVE-BUSCA TO FD-PAG-CHAVE                     00107400
               MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                   00107500
                    TO FD-PAG-DOCUMENTO                                 00107600
               MOVE WRK-CTA-NOME (WRK-IDX-CONTA) TO FD-PAG-NOME         00107700
               MOVE WRK-VLR-LIQUIDO TO FD-PAG-VALOR                     00107800
               MOVE WRK-DATA-ENC    TO FD-PAG-DATA                      00107900
               WRITE FD-PAGENC                                          00108000
               ADD 1 TO WRK-REGPAGENC                                   00108100
               ADD WRK-VLR-LIQUIDO TO WRK-HASH-PAG                      00108200
               MOVE 'ORDEM DE PAGAMENTO AO TITULAR'                     00108300
                    TO WRK-PAS-DESCRICAO                                00108400
               ADD 1 TO WRK-QTD-PAGTO                                   00108500
            END-IF.                                                     00108600
            MOVE WRK-VLR-LIQUIDO TO WRK-PAS-VALOR.                      00108700
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00108800
                                                                        00108900
       2400-99-FIM.              EXIT.                                  00109000
      *-------------------------------------------------------------*   00109100
       2500-CANCELAR-ORDEM                      SECTION.                00109200
      *-------------------------------------------------------------*   00109300
            MOVE WRK-OTB-REGISTRO (WRK-SUB-ORD) TO FD-ORDENS.           00109400
            IF FD-ORD-CONTAKEY EQUAL WRK-CHAVE-BUSCA                    00109500
               MOVE FD-ORDENS    TO FD-TRANSORD (9:66)                  00109600
               MOVE 'CANCELA '   TO FD-TRO-OPERACAO                     00109700
               WRITE FD-TRANSORD                                        00109800
               ADD 1 TO WRK-QTD-ORDCANC                                 00109900
               MOVE 'ORDEM CANCELADA'  TO WRK-PAS-ETAPA                 00110000
               MOVE FD-ORD-CONTRAPARTE TO WRK-PAS-DESCRICAO             00110100
               MOVE FD-ORD-VALOR       TO WRK-PAS-VALOR                 00110200
               WRITE FD-RELENC FROM WRK-LINHA-PASSO                     00110300
            END-IF.                                                     00110400
            ADD 1 TO WRK-SUB-ORD.                                       00110500
                                                                        00110600
       2500-99-FIM.              EXIT.                                  00110700
      *-------------------------------------------------------------*   00110800
       2600-CANCELAR-CHEQUE                     SECTION.                00110900
      *-------------------------------------------------------------*   00111000
            IF WRK-CTB-CONTAKEY (WRK-SUB-CHQ) EQUAL WRK-CHAVE-BUSCA     00111100
               MOVE 'CANCELA '      TO FD-TRQ-OPERACAO                  00111200
               MOVE WRK-CHAVE-BUSCA TO FD-TRQ-CONTAKEY                  00111300
               MOVE WRK-CTB-NUMERO (WRK-SUB-CHQ) TO FD-TRQ-NUMINI       00111400
                                                     FD-TRQ-NUMFIM      00111500
               MOVE 'CONTA ENCERRADA' TO FD-TRQ-MOTIVO                  00111600
               WRITE FD-TRANSCHQ                                        00111700
               ADD 1 TO WRK-QTD-CHQCANC                                 00111800
               MOVE 'CHEQUE CANCELADO' TO WRK-PAS-ETAPA                 00111900
               MOVE SPACES TO WRK-PAS-DESCRICAO                         00112000
               IF WRK-CTB-STATUS (WRK-SUB-CHQ) EQUAL 'S'                00112100
                  STRING 'CHEQUE ' WRK-CTB-NUMERO (WRK-SUB-CHQ)         00112200
                         ' (ESTAVA SUSTADO)'                            00112300
                         DELIMITED BY SIZE INTO WRK-PAS-DESCRICAO       00112400
               ELSE                                                     00112500
                  STRING 'CHEQUE ' WRK-CTB-NUMERO (WRK-SUB-CHQ)         00112600
                         ' (EMITIDO NAO USADO)'                         00112700
                         DELIMITED BY SIZE INTO WRK-PAS-DESCRICAO       00112800
               END-IF                                                   00112900
               MOVE ZEROES TO WRK-PAS-VALOR                             00113000
               WRITE FD-RELENC FROM WRK-LINHA-PASSO                     00113100
            END-IF.                                                     00113200
            ADD 1 TO WRK-SUB-CHQ.                                       00113300
                                                                        00113400
       2600-99-FIM.              EXIT.                                  00113500
      *-------------------------------------------------------------*   00113600
       2700-APONTAR-PENDENCIA                   SECTION.                00113700
      *-------------------------------------------------------------*   00113800
            IF WRK-PTB-CHAVE (WRK-SUB-PEN) EQUAL WRK-CHAVE-BUSCA        00113900
               MOVE WRK-PTB-ORIGEM (WRK-SUB-PEN)    TO WRK-PAS-ETAPA    00114000
               MOVE WRK-PTB-DESCRICAO (WRK-SUB-PEN)                     00114100
                    TO WRK-PAS-DESCRICAO                                00114200
               MOVE WRK-PTB-VALOR (WRK-SUB-PEN)     TO WRK-PAS-VALOR    00114300
               WRITE FD-RELENC FROM WRK-LINHA-PASSO                     00114400
               ADD 1 TO WRK-QTD-PENDENT                                 00114500
            END-IF.                                                     00114600
            ADD 1 TO WRK-SUB-PEN.                                       00114700
                                                                        00114800
       2700-99-FIM.              EXIT.                                  00114900
      *-------------------------------------------------------------*   00115000
       2800-GRAVAR-ENCERRA                      SECTION.                00115100
      *-------------------------------------------------------------*   00115200
            MOVE 'ENCERRA '      TO FD-TRC-OPERACAO.                    00115300
            MOVE WRK-CHAVE-BUSCA TO FD-TRC-CHAVE.                       00115400
            MOVE SPACES          TO FD-TRC-NOME                         00115500
                                    FD-TRC-DOCUMENTO.                   00115600
            WRITE FD-TRANSCLI.                                          00115700
                                                                        00115800
            MOVE 'CARTAO ENCERRA'  TO WRK-PAS-ETAPA.                    00115900
            MOVE 'GRAVADO NO TRANSCLI PARA O FR19EX11'                  00116000
                                   TO WRK-PAS-DESCRICAO.                00116100
            MOVE ZEROES            TO WRK-PAS-VALOR.                    00116200
            WRITE FD-RELENC FROM WRK-LINHA-PASSO.                       00116300
                                                                        00116400
       2800-99-FIM.              EXIT.                                  00116500
      *-------------------------------------------------------------*   00116600
       2900-LOCALIZAR-CONTA                     SECTION.                00116700
      *-------------------------------------------------------------*   00116800
            MOVE ZEROES TO WRK-IDX-CONTA.                               00116900
            MOVE 1 TO WRK-SUB-CONTAS.                                   00117000
            PERFORM 2910-COMPARAR-CONTA                                 00117100
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00117200
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00117300
                                                                        00117400
       2900-99-FIM.              EXIT.                                  00117500
      *-------------------------------------------------------------*   00117600
       2910-COMPARAR-CONTA                      SECTION.                00117700
      *-------------------------------------------------------------*   00117800
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00117900
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00118000
            END-IF.                                                     00118100
            ADD 1 TO WRK-SUB-CONTAS.                                    00118200
                                                                        00118300
       2910-99-FIM.              EXIT.                                  00118400
      *-------------------------------------------------------------*   00118500
       2950-GRAVAR-MOVENC                       SECTION.                00118600
      *-------------------------------------------------------------*   00118700
            WRITE FD-MOVENC.                                            00118800
            ADD 1 TO WRK-REGMOVENC.                                     00118900
            ADD FD-MVE-VLRMOVIMENTO TO WRK-HASH-ENC.                    00119000
                                                                        00119100
       2950-99-FIM.              EXIT.                                  00119200
      *-------------------------------------------------------------*   00119300
       3000-FINALIZAR                           SECTION.                00119400
      *-------------------------------------------------------------*   00119500
             MOVE WRK-REGMOVENC TO WRK-TRLE-QTD.                        00119600
             MOVE WRK-HASH-ENC  TO WRK-TRLE-HASH.                       00119700
             WRITE FD-MOVENC FROM WRK-MOVENC-TRL.                       00119800
             MOVE WRK-REGPAGENC TO WRK-TRLP-QTD.                        00119900
             MOVE WRK-HASH-PAG  TO WRK-TRLP-HASH.                       00120000
             WRITE FD-PAGENC FROM WRK-PAGENC-TRL.                       00120100
                                                                        00120200
             CLOSE CLIENTES TRANSENC ORDENS CHEQREG MOVPEND MOVSUSP     00120300
                   FILASAI MOVENC PAGENC TRANSORD TRANSCHQ TRANSCLI     00120400
                   RELENC.                                              00120500
              DISPLAY ' ============================================'.  00120600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX52          '.  00120700
              DISPLAY ' ============================================'.  00120800
              DISPLAY ' PEDIDOS LIDOS..............' WRK-REGTRANS.      00120900
              DISPLAY ' CONTAS LIQUIDADAS (ENCERRA)' WRK-QTD-ENCERRA.   00121000
              DISPLAY ' PEDIDOS RECUSADOS..........' WRK-QTD-RECUSA.    00121100
              DISPLAY ' RECUSADOS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00121150
              DISPLAY ' SALDOS TRANSFERIDOS........' WRK-QTD-TRANSF.    00121200
              DISPLAY ' ORDENS DE PAGAMENTO........' WRK-QTD-PAGTO.     00121300
              DISPLAY ' MOVIMENTOS NO MOVENC.......' WRK-REGMOVENC.     00121400
              DISPLAY ' ORDENS PERMANENTES CANCEL..' WRK-QTD-ORDCANC.   00121500
              DISPLAY ' CHEQUES CANCELADOS.........' WRK-QTD-CHQCANC.   00121600
              DISPLAY ' PENDENCIAS APONTADAS.......' WRK-QTD-PENDENT.   00121700
              DISPLAY ' ============================================'.  00121800
                                                                        00121900
              MOVE 'F' TO WRK-EST-EVENTO.                               00122000
              MOVE WRK-REGTRANS    TO WRK-EST-LIDOS.                    00122100
              MOVE WRK-QTD-ENCERRA TO WRK-EST-GRAVADOS.                 00122200
              MOVE WRK-QTD-RECUSA  TO WRK-EST-REJEITADOS.               00122300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00122400
                                                                        00122500
       3000-99-FIM.              EXIT.                                  00122600
      *-------------------------------------------------------------*   00122700
       4000-TESTARSTATUS                            SECTION.            00122800
      *-------------------------------------------------------------*   00122900
      *   ORDENS, CHEQREG, MOVPEND, MOVSUSP E FILASAI SAO OPCIONAIS *   00123000
      *   E SO SAO CONFERIDOS NA LEITURA.                           *   00123100
      *-------------------------------------------------------------*   00123200
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00123300
                 PERFORM 4200-TESTARSTATUS-TRANSENC.                    00123400
                 IF WRK-FS-MOVENC NOT EQUAL 00                          00123500
                   MOVE 'ERRO NO OPEN MOVENC   ' TO WRK-MSGERRO         00123600
                   MOVE '1000'                   TO WRK-SECAO           00123700
                   MOVE WRK-FS-MOVENC            TO WRK-STATUS          00123800
                    PERFORM 9000-TRATAERROS                             00123900
                 END-IF.                                                00124000
                 IF WRK-FS-PAGENC NOT EQUAL 00                          00124100
                   MOVE 'ERRO NO OPEN PAGENC   ' TO WRK-MSGERRO         00124200
                   MOVE '1000'                   TO WRK-SECAO           00124300
                   MOVE WRK-FS-PAGENC            TO WRK-STATUS          00124400
                    PERFORM 9000-TRATAERROS                             00124500
                 END-IF.                                                00124600
                 IF WRK-FS-TRANSORD NOT EQUAL 00                        00124700
                   MOVE 'ERRO NO OPEN TRANSORD ' TO WRK-MSGERRO         00124800
                   MOVE '1000'                   TO WRK-SECAO           00124900
                   MOVE WRK-FS-TRANSORD          TO WRK-STATUS          00125000
                    PERFORM 9000-TRATAERROS                             00125100
                 END-IF.                                                00125200
                 IF WRK-FS-TRANSCHQ NOT EQUAL 00                        00125300
                   MOVE 'ERRO NO OPEN TRANSCHQ ' TO WRK-MSGERRO         00125400
                   MOVE '1000'                   TO WRK-SECAO           00125500
                   MOVE WRK-FS-TRANSCHQ          TO WRK-STATUS          00125600
                    PERFORM 9000-TRATAERROS                             00125700
                 END-IF.                                                00125800
                 IF WRK-FS-TRANSCLI NOT EQUAL 00                        00125900
                   MOVE 'ERRO NO OPEN TRANSCLI ' TO WRK-MSGERRO         00126000
                   MOVE '1000'                   TO WRK-SECAO           00126100
                   MOVE WRK-FS-TRANSCLI          TO WRK-STATUS          00126200
                    PERFORM 9000-TRATAERROS                             00126300
                 END-IF.                                                00126400
                 IF WRK-FS-RELENC NOT EQUAL 00                          00126500
                   MOVE 'ERRO NO OPEN RELENC   ' TO WRK-MSGERRO         00126600
                   MOVE '1000'                   TO WRK-SECAO           00126700
                   MOVE WRK-FS-RELENC            TO WRK-STATUS          00126800
                    PERFORM 9000-TRATAERROS                             00126900
                 END-IF.                                                00127000
                                                                        00127100
       4000-99-FIM.              EXIT.                                  00127200
      *-------------------------------------------------------------*   00127300
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00127400
      *-------------------------------------------------------------*   00127500
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00127600
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00127700
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00127800
                 MOVE '1100'                   TO WRK-SECAO             00127900
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00128000
                  PERFORM 9000-TRATAERROS                               00128100
               END-IF.                                                  00128200
                                                                        00128300
       4100-99-FIM.              EXIT.                                  00128400
      *-------------------------------------------------------------*   00128500
       4200-TESTARSTATUS-TRANSENC                   SECTION.            00128600
      *-------------------------------------------------------------*   00128700
               IF WRK-FS-TRANSENC NOT EQUAL 00                          00128800
                           AND WRK-FS-TRANSENC NOT EQUAL 10             00128900
                 MOVE 'ERRO NO TRANSENC      ' TO WRK-MSGERRO           00129000
                 MOVE '1200'                   TO WRK-SECAO             00129100
                 MOVE WRK-FS-TRANSENC          TO WRK-STATUS            00129200
                  PERFORM 9000-TRATAERROS                               00129300
               END-IF.                                                  00129400
                                                                        00129500
       4200-99-FIM.              EXIT.                                  00129600
      *-------------------------------------------------------------*   00129700
       9100-ERRO-CONTROLE                           SECTION.            00129800
      *-------------------------------------------------------------*   00129900
           MOVE 'FR19EX52' TO WRK-PROGRAMA.                             00130000
           MOVE 'E'        TO WRK-SEVERIDADE.                           00130100
           MOVE '08'       TO WRK-STATUS.                               00130200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00130300
           MOVE 8 TO RETURN-CODE.                                       00130400
           STOP RUN.                                                    00130500
                                                                        00130600
       9100-99-FIM.              EXIT.                                  00130700
      *-------------------------------------------------------------*   00130800
       9000-TRATAERROS                              SECTION.            00130900
      *-------------------------------------------------------------*   00131000
           MOVE 'FR19EX52' TO WRK-PROGRAMA                              00131100
           MOVE 'E'        TO WRK-SEVERIDADE                            00131200
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00131300
           GOBACK.                                                      00131400
                                                                        00131500
       9000-99-FIM.              EXIT.                                  00131600
