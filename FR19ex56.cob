      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX56.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DEPOSITO A PRAZO (CDB). CADASTRO CDBCAD COM     *   00001200
      *    PRINCIPAL, TAXA (% AO ANO, BASE 252 DIAS UTEIS), DATAS   *   00001300
      *    DE APLICACAO E VENCIMENTO, RENDIMENTO BRUTO APROPRIADO E *   00001400
      *    SITUACAO:                                                *   00001500
      *     P - APLICACAO AGUARDANDO A POSTAGEM DO DEBITO           *   00001600
      *     A - ATIVO          R - RESGATADO                        *   00001700
      *     X - CANCELADO (DEBITO DA APLICACAO RECUSADO)            *   00001800
      *    TODA NOITE, NESTA ORDEM:                                 *   00001900
      *     - APLICACAO PENDENTE: O MOV0106R DA POSTAGEM ANTERIOR   *   00002000
      *       DIZ O RESULTADO (DEBITO 'I' DA CONTA COM O VALOR DO   *   00002100
      *       PRINCIPAL = RECUSADO, CDB X; SEM RECUSA = ATIVO)      *   00002200
      *     - APROPRIACAO: CADA DIA UTIL DO CALENDAR (FLAG 'U')     *   00002300
      *       POSTERIOR A ULTIMA APROPRIACAO, ATE O CICLO OU O      *   00002400
      *       VENCIMENTO, CAPITALIZA O MONTANTE PELO FATOR DIARIO   *   00002500
      *       (1 + TAXA) ** (1/252)                                 *   00002600
      *     - VENCIMENTO ATE O CICLO: RESGATE AUTOMATICO            *   00002700
      *     - TRANSACOES DO TRANSCDB:                               *   00002800
      *        APLICA   - CONTA EXISTENTE E NAO BLOQUEADA, VALOR E  *   00002900
      *                   TAXA INFORMADOS, VENCIMENTO APOS O CICLO; *   00003000
      *                   O NUMERO DO CDB E ATRIBUIDO AQUI          *   00003100
      *        RESGATA  - RESGATE ANTECIPADO DE CDB ATIVO           *   00003200
      *    NO RESGATE O IR E RETIDO PELA TABELA REGRESSIVA DO PARIR *   00003300
      *    (PRIMEIRA FAIXA CUJO LIMITE DE DIAS CORRIDOS COBRE O     *   00003400
      *    PRAZO DA APLICACAO; ACIMA DA ULTIMA, A ULTIMA) SOBRE O   *   00003500
      *    RENDIMENTO BRUTO, E O LIQUIDO VOLTA A CONTA.             *   00003600
      *    OS LANCAMENTOS NA CONTA SAEM NO MOVCDB (LAYOUT DO        *   00003700
      *    MOV0106, COM O NUMERO DO CDB NO HISTORICO) E ENTRAM NA   *   00003800
      *    POSTAGEM PELO SORT DO MOV0106S: APLICACAO COMO DEBITO    *   00003900
      *    TIPOMOV 'I' (COM CRITICA DE LIMITE) E RESGATE COMO       *   00004000
      *    CREDITO 'F'. O CDBNOVO SO VIRA SOBRE O CDBCAD COM A      *   00004100
      *    POSTAGEM CONCLUIDA.                                      *   00004200
      *    A APROPRIACAO DA NOITE E O IR RETIDO SAEM POR AGENCIA NO *   00004300
      *    LANCCDB (LAYOUT DO LANCTOS), COM OS EVENTOS CDBAPROP E   *   00004400
      *    CDBIRRF DO PLANOCTA, E ENTRAM NO LANCTOS DA NOITE.       *   00004500
      *    EVENTO SEM MAPA OU DEBITOS DIFERENTES DE CREDITOS        *   00004600
      *    ENCERRAM COM RC=8.                                       *   00004700
      *    RELCDB: OCORRENCIAS DA NOITE E POSICAO DOS CDB ATIVOS    *   00004800
      *    POR AGENCIA (PRINCIPAL, BRUTO, IR NA FAIXA ATUAL E       *   00004900
      *    LIQUIDO).                                                *   00005000
      *    PARIR: LIMITE DE DIAS 9(05) E ALIQUOTA 9(02)V99, EM      *   00005100
      *    ORDEM CRESCENTE DE DIAS.                                 *   00005200
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00005300
      *    CARTAO SYSIN 2: OPERADOR QUE LIBEROU O TRANSCDB          *   00005350
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00005400
      *    MATRIZ DE AUTORIZACAO: ANTES DE APLICAR OU RESGATAR, O   *   00005414
      *    MODULO AUTORIZA CONFERE SE O PERFIL DO OPERADOR DO       *   00005428
      *    CARTAO 2 PODE FAZER A OPERACAO NO FR19EX56; SEM          *   00005442
      *    PERMISSAO, OU COM OPERADOR DESCONHECIDO/INATIVO, A       *   00005457
      *    TRANSACAO E RECUSADA E SAI NO RELCDB COM O NOME E O      *   00005471
      *    PERFIL DO OPERADOR.                                      *   00005485
      *-------------------------------------------------------------*   00005500
      *   ARQUIVOS...:                                              *   00005600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005700
      *    CLIENTES             I                  -----------      *   00005800
      *    CDBCAD               I                  -----------      *   00005900
      *    TRANSCDB             I                  -----------      *   00006000
      *    PARIR                I                  -----------      *   00006100
      *    PLANOCTA             I                  -----------      *   00006200
      *    MOV0106R             I                  -----------      *   00006300
      *    CALENDAR             I                  -----------      *   00006400
      *    CDBNOVO              O                  -----------      *   00006500
      *    MOVCDB               O                  -----------      *   00006600
      *    LANCCDB              O                  -----------      *   00006700
      *    RELCDB               O                  -----------      *   00006800
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00006825
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00006850
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00006875
      *-------------------------------------------------------------*   00006900
      *   MODULOS....:                             INCLUDE/BOOK     *   00007000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00007100
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00007200
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00007250
      *=============================================================*   00007300
                                                                        00007400
      *=============================================================*   00007500
       ENVIRONMENT                               DIVISION.              00007600
      *=============================================================*   00007700
                                                                        00007800
      *=============================================================*   00007900
       CONFIGURATION                               SECTION.             00008000
      *=============================================================*   00008100
       SPECIAL-NAMES.                                                   00008200
           DECIMAL-POINT IS COMMA.                                      00008300
                                                                        00008400
       INPUT-OUTPUT                                SECTION.             00008500
       FILE-CONTROL.                                                    00008600
            SELECT CLIENTES ASSIGN TO CLIENTES                          00008700
                 FILE STATUS IS WRK-FS-CLIENTES.                        00008800
                                                                        00008900
            SELECT CDBCAD ASSIGN TO CDBCAD                              00009000
                 FILE STATUS IS WRK-FS-CDBCAD.                          00009100
                                                                        00009200
            SELECT TRANSCDB ASSIGN TO TRANSCDB                          00009300
                 FILE STATUS IS WRK-FS-TRANSCDB.                        00009400
                                                                        00009500
            SELECT PARIR ASSIGN TO PARIR                                00009600
                 FILE STATUS IS WRK-FS-PARIR.                           00009700
                                                                        00009800
            SELECT PLANOCTA ASSIGN TO PLANOCTA                          00009900
                 FILE STATUS IS WRK-FS-PLANOCTA.                        00010000
                                                                        00010100
            SELECT MOV0106R ASSIGN TO MOV0106R                          00010200
                 FILE STATUS IS WRK-FS-MOV0106R.                        00010300
                                                                        00010400
            SELECT CALENDAR ASSIGN TO CALENDAR                          00010500
                 FILE STATUS IS WRK-FS-CALENDAR.                        00010600
                                                                        00010700
      *--------------ARQUIVOS SAIDAS--------------------------------*   00010800
                                                                        00010900
            SELECT CDBNOVO ASSIGN TO CDBNOVO                            00011000
                 FILE STATUS IS WRK-FS-CDBNOVO.                         00011100
                                                                        00011200
            SELECT MOVCDB ASSIGN TO MOVCDB                              00011300
                 FILE STATUS IS WRK-FS-MOVCDB.                          00011400
                                                                        00011500
            SELECT LANCCDB ASSIGN TO LANCCDB                            00011600
                 FILE STATUS IS WRK-FS-LANCCDB.                         00011700
                                                                        00011800
            SELECT RELCDB ASSIGN TO RELCDB                              00011900
                 FILE STATUS IS WRK-FS-RELCDB.                          00012000
                                                                        00012100
      *=============================================================*   00012200
       DATA                                      DIVISION.              00012300
      *=============================================================*   00012400
       FILE                                      SECTION.               00012500
      *-------------------LRECL 89----------------------------------*   00012600
       FD CLIENTES                                                      00012700
           RECORDING MODE IS F                                          00012800
           LABEL RECORD IS STANDARD                                     00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-CLIENTES.                                                  00013100
          05 FD-CHAVE.                                                  00013200
             10 FD-AGENCIA      PIC X(04).                              00013300
             10 FD-CONTA        PIC X(04).                              00013400
          05 FD-NOME            PIC X(30).                              00013500
          05 FD-SALDO           PIC S9(08).                             00013600
          05 FD-STATUS          PIC X(01).                              00013700
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00013800
          05 FD-LIMITE          PIC 9(08).                              00013900
          05 FD-DOCUMENTO       PIC 9(14).                              00014000
                                                                        00014100
      *-------------------LRECL 120---------------------------------*   00014200
       FD CDBCAD                                                        00014300
           RECORDING MODE IS F                                          00014400
           LABEL RECORD IS STANDARD                                     00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-CDBCAD.                                                    00014700
          05 FD-CDB-CHAVE.                                              00014800
             10 FD-CDB-AGENCIA      PIC X(04).                          00014900
             10 FD-CDB-CONTA        PIC X(04).                          00015000
          05 FD-CDB-NUMERO          PIC 9(06).                          00015100
          05 FD-CDB-PRINCIPAL       PIC 9(08).                          00015200
          05 FD-CDB-TAXA            PIC 9(02)V9(04).                    00015300
          05 FD-CDB-DATA-APLIC      PIC 9(08).                          00015400
          05 FD-CDB-DATA-VENC       PIC 9(08).                          00015500
          05 FD-CDB-RENDIMENTO      PIC 9(08)V99.                       00015600
          05 FD-CDB-DATA-APROP      PIC 9(08).                          00015700
          05 FD-CDB-DIAS-UTEIS      PIC 9(04).                          00015800
          05 FD-CDB-STATUS          PIC X(01).                          00015900
          05 FD-CDB-DATA-RESG       PIC 9(08).                          00016000
          05 FD-CDB-IR-RETIDO       PIC 9(08).                          00016100
          05 FD-CDB-VALOR-RESG      PIC 9(08).                          00016200
          05 FILLER                 PIC X(29).                          00016300
                                                                        00016400
      *-------------------LRECL 60----------------------------------*   00016500
       FD TRANSCDB                                                      00016600
           RECORDING MODE IS F                                          00016700
           LABEL RECORD IS STANDARD                                     00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-TRANSCDB.                                                  00017000
          05 FD-TCD-OPERACAO        PIC X(08).                          00017100
          05 FD-TCD-CHAVE           PIC X(08).                          00017200
          05 FD-TCD-NUMERO          PIC 9(06).                          00017300
          05 FD-TCD-VALOR           PIC 9(08).                          00017400
          05 FD-TCD-TAXA            PIC 9(02)V9(04).                    00017500
          05 FD-TCD-DATA-VENC       PIC 9(08).                          00017600
          05 FILLER                 PIC X(16).                          00017700
                                                                        00017800
      *-------------------LRECL 20----------------------------------*   00017900
       FD PARIR                                                         00018000
           RECORDING MODE IS F                                          00018100
           LABEL RECORD IS STANDARD                                     00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
       01 FD-PARIR.                                                     00018400
          05 FD-PIR-DIASATE         PIC 9(05).                          00018500
          05 FD-PIR-ALIQUOTA        PIC 9(02)V99.                       00018600
          05 FILLER                 PIC X(11).                          00018700
                                                                        00018800
      *-------------------LRECL 24----------------------------------*   00018900
       FD PLANOCTA                                                      00019000
           RECORDING MODE IS F                                          00019100
           LABEL RECORD IS STANDARD                                     00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-PLANOCTA.                                                  00019400
          05 FD-PLA-EVENTO       PIC X(08).                             00019500
          05 FD-PLA-CTADEB       PIC X(08).                             00019600
          05 FD-PLA-CTACRED      PIC X(08).                             00019700
                                                                        00019800
      *-------------------LRECL 85----------------------------------*   00019900
       FD MOV0106R                                                      00020000
           RECORDING MODE IS F                                          00020100
           LABEL RECORD IS STANDARD                                     00020200
           BLOCK CONTAINS 0 RECORDS.                                    00020300
       01 FD-MOV0106R.                                                  00020400
          05 FD-MOVR-CHAVE.                                             00020500
             10 FD-MOVR-AGENCIA      PIC X(04).                         00020600
             10 FD-MOVR-CONTA        PIC X(04).                         00020700
          05 FD-MOVR-NOME            PIC X(30).                         00020800
          05 FD-MOVR-SALDO           PIC S9(08).                        00020900
          05 FD-MOVR-VLRMOVIMENTO    PIC 9(08).                         00021000
          05 FD-MOVR-MOTIVO          PIC X(30).                         00021100
          05 FD-MOVR-TIPOMOV         PIC X(01).                         00021200
                                                                        00021300
      *-------------------LRECL 39----------------------------------*   00021400
       FD CALENDAR                                                      00021500
           RECORDING MODE IS F                                          00021600
           LABEL RECORD IS STANDARD                                     00021700
           BLOCK CONTAINS 0 RECORDS.                                    00021800
       01 FD-CALENDAR.                                                  00021900
          05 FD-CAL-DATA        PIC 9(08).                              00022000
          05 FD-CAL-FLAG        PIC X(01).                              00022100
          05 FD-CAL-FERIADO     PIC X(30).                              00022200
                                                                        00022300
      *-------------------LRECL 120---------------------------------*   00022400
       FD CDBNOVO                                                       00022500
           RECORDING MODE IS F.                                         00022600
       01 FD-CDBNOVO              PIC X(120).                           00022700
                                                                        00022800
      *-------------------LRECL 55----------------------------------*   00022900
       FD MOVCDB                                                        00023000
           RECORDING MODE IS F.                                         00023100
       01 FD-MOVCDB.                                                    00023200
          05 FD-MCD-AGENCIA          PIC X(04).                         00023300
          05 FD-MCD-CONTA            PIC X(04).                         00023400
          05 FD-MCD-MOVIMENTO        PIC X(30).                         00023500
          05 FD-MCD-VLRMOVIMENTO     PIC 9(08).                         00023600
          05 FD-MCD-TIPOMOV          PIC X(01).                         00023700
          05 FD-MCD-DATAVALOR        PIC 9(08).                         00023800
                                                                        00023900
      *-------------------LRECL 80----------------------------------*   00024000
       FD LANCCDB                                                       00024100
           RECORDING MODE IS F.                                         00024200
       01 FD-LANCCDB.                                                   00024300
          05 FD-LAN-DATA         PIC 9(08).                             00024400
          05 FD-LAN-AGENCIA      PIC X(04).                             00024500
          05 FD-LAN-CONTACTB     PIC X(08).                             00024600
          05 FD-LAN-DC           PIC X(01).                             00024700
          05 FD-LAN-VALOR        PIC 9(12).                             00024800
          05 FD-LAN-EVENTO       PIC X(08).                             00024900
          05 FD-LAN-ORIGEM       PIC X(08).                             00025000
          05 FD-LAN-HISTORICO    PIC X(30).                             00025100
          05 FILLER              PIC X(01).                             00025200
                                                                        00025300
      *-------------------LRECL 132---------------------------------*   00025400
       FD RELCDB                                                        00025500
           RECORDING MODE IS F.                                         00025600
       01 FD-RELCDB               PIC X(132).                           00025700
                                                                        00025800
      *=============================================================*   00025900
       WORKING-STORAGE                             SECTION.             00026000
      *=============================================================*   00026100
                                                                        00026200
       01 FILLER          PIC X(64) VALUE                               00026300
           '-----------BOOK LOGERROS------------------------'.          00026400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00026500
       COPY '#GLOG'.                                                    00026600
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00026700
       COPY '#GSTAT'.                                                   00026800
                                                                        00026816
       01 FILLER          PIC X(64) VALUE                               00026833
           '-----------BOOK AUTORIZA------------------------'.          00026850
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00026866
       COPY '#GAUT'.                                                    00026883
      *-------------------------------------------------------------*   00026900
                                                                        00027000
       01 FILLER          PIC X(64) VALUE                               00027100
           '-----------VARIAVEIS DE STATUS------------------'.          00027200
                                                                        00027300
       77 WRK-FS-CLIENTES PIC 9(02).                                    00027400
       77 WRK-FS-CDBCAD   PIC 9(02).                                    00027500
       77 WRK-FS-TRANSCDB PIC 9(02).                                    00027600
       77 WRK-FS-PARIR    PIC 9(02).                                    00027700
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00027800
       77 WRK-FS-MOV0106R PIC 9(02).                                    00027900
       77 WRK-FS-CALENDAR PIC 9(02).                                    00028000
       77 WRK-FS-CDBNOVO  PIC 9(02).                                    00028100
       77 WRK-FS-MOVCDB   PIC 9(02).                                    00028200
       77 WRK-FS-LANCCDB  PIC 9(02).                                    00028300
       77 WRK-FS-RELCDB   PIC 9(02).                                    00028400
                                                                        00028500
       01 FILLER          PIC X(64) VALUE                               00028600
           '-----------PARAMETROS SYSIN---------------------'.          00028700
                                                                        00028800
       01 WRK-DATACICLO.                                                00028900
          05 FILLER              PIC X(10).                             00029000
          05 WRK-DATACICLO-AC    PIC 9(08).                             00029100
                                                                        00029120
       01 WRK-OPERCARD.                                                 00029140
          05 FILLER              PIC X(10).                             00029160
          05 WRK-OPERADOR-AC     PIC X(08).                             00029180
                                                                        00029200
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00029300
       77 WRK-DIAS-CICLO     PIC 9(07) VALUE ZEROES.                    00029400
                                                                        00029500
       01 FILLER          PIC X(64) VALUE                               00029600
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00029700
                                                                        00029800
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00029900
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00030000
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00030100
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00030200
       01 WRK-TAB-CONTAS.                                               00030300
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00030400
             10 WRK-CTA-CHAVE       PIC X(08).                          00030500
             10 WRK-CTA-STATUS      PIC X(01).                          00030600
                                                                        00030700
       01 FILLER          PIC X(64) VALUE                               00030800
           '-----------CADASTRO DE CDB EM MEMORIA-----------'.          00030900
                                                                        00031000
       77 WRK-QTD-CDB     PIC 9(04) VALUE ZEROES.                       00031100
       77 WRK-SUB-CDB     PIC 9(04) VALUE ZEROES.                       00031200
       77 WRK-SUB-POS     PIC 9(04) VALUE ZEROES.                       00031300
       77 WRK-IDX-CDB     PIC 9(04) VALUE ZEROES.                       00031400
       77 WRK-ULTIMO-NUM  PIC 9(06) VALUE ZEROES.                       00031500
       01 WRK-TAB-CDB.                                                  00031600
          05 WRK-CDB-LINHA OCCURS 5000 TIMES.                           00031700
             10 WRK-TCB-REGISTRO.                                       00031800
                15 WRK-TCB-CHAVE       PIC X(08).                       00031900
                15 WRK-TCB-NUMERO      PIC 9(06).                       00032000
                15 WRK-TCB-PRINCIPAL   PIC 9(08).                       00032100
                15 WRK-TCB-TAXA        PIC 9(02)V9(04).                 00032200
                15 WRK-TCB-DATA-APLIC  PIC 9(08).                       00032300
                15 WRK-TCB-DATA-VENC   PIC 9(08).                       00032400
                15 WRK-TCB-RENDIMENTO  PIC 9(08)V99.                    00032500
                15 WRK-TCB-DATA-APROP  PIC 9(08).                       00032600
                15 WRK-TCB-DIAS-UTEIS  PIC 9(04).                       00032700
                15 WRK-TCB-STATUS      PIC X(01).                       00032800
                15 WRK-TCB-DATA-RESG   PIC 9(08).                       00032900
                15 WRK-TCB-IR-RETIDO   PIC 9(08).                       00033000
                15 WRK-TCB-VALOR-RESG  PIC 9(08).                       00033100
                15 FILLER              PIC X(29).                       00033200
             10 WRK-TCB-SW-RECUSA      PIC X(01).                       00033300
             10 WRK-TCB-SW-LISTADO     PIC X(01).                       00033400
                                                                        00033500
       01 FILLER          PIC X(64) VALUE                               00033600
           '-----------TABELA REGRESSIVA DO IR (PARIR)------'.          00033700
                                                                        00033800
       77 WRK-QTD-FXA     PIC 9(02) VALUE ZEROES.                       00033900
       77 WRK-SUB-FXA     PIC 9(02) VALUE ZEROES.                       00034000
       77 WRK-IDX-FXA     PIC 9(02) VALUE ZEROES.                       00034100
       01 WRK-TAB-FAIXAS-IR.                                            00034200
          05 WRK-FXA-LINHA OCCURS 10 TIMES.                             00034300
             10 WRK-FXA-DIASATE     PIC 9(05).                          00034400
             10 WRK-FXA-ALIQUOTA    PIC 9(02)V99.                       00034500
                                                                        00034600
       01 FILLER          PIC X(64) VALUE                               00034700
           '-----------PLANO DE CONTAS (PLANOCTA)-----------'.          00034800
                                                                        00034900
       77 WRK-QTD-PLA     PIC 9(02) VALUE ZEROES.                       00035000
       77 WRK-SUB-PLA     PIC 9(02) VALUE ZEROES.                       00035100
       77 WRK-IDX-PLA     PIC 9(02) VALUE ZEROES.                       00035200
       01 WRK-TAB-PLANO.                                                00035300
          05 WRK-PLA-LINHA OCCURS 20 TIMES.                             00035400
             10 WRK-PLA-EVENTO     PIC X(08).                           00035500
             10 WRK-PLA-CTADEB     PIC X(08).                           00035600
             10 WRK-PLA-CTACRED    PIC X(08).                           00035700
                                                                        00035800
       01 FILLER          PIC X(64) VALUE                               00035900
           '-----------CALENDARIO (DIAS UTEIS)--------------'.          00036000
                                                                        00036100
       77 WRK-QTD-CAL     PIC 9(04) VALUE ZEROES.                       00036200
       77 WRK-SUB-CAL     PIC 9(04) VALUE ZEROES.                       00036300
       01 WRK-TAB-CALENDARIO.                                           00036400
          05 WRK-CAL-LINHA OCCURS 800 TIMES.                            00036500
             10 WRK-CAL-DATA       PIC 9(08).                           00036600
             10 WRK-CAL-FLAG       PIC X(01).                           00036700
                                                                        00036800
      *----DIAS CORRIDOS DE UMA DATA (PRAZO DA APLICACAO)------------*  00036900
       01 WRK-DN-DATA.                                                  00037000
          05 WRK-DN-ANO          PIC 9(04).                             00037100
          05 WRK-DN-MES          PIC 9(02).                             00037200
          05 WRK-DN-DIA          PIC 9(02).                             00037300
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00037400
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00037500
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00037600
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00037700
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00037800
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00037900
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00038000
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00038100
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00038200
                                                                        00038300
       01 FILLER          PIC X(64) VALUE                               00038400
           '-----------CALCULO DO RENDIMENTO E DO IR--------'.          00038500
                                                                        00038600
       77 WRK-DATA-LIMITE    PIC 9(08)          VALUE ZEROES.           00038700
       77 WRK-DIAS-APROP     PIC 9(04)          VALUE ZEROES.           00038800
       77 WRK-FATOR          PIC 9V9(12)        VALUE ZEROES.           00038900
       77 WRK-MONTANTE       PIC 9(10)V9(06)    VALUE ZEROES.           00039000
       77 WRK-REND-ANTERIOR  PIC 9(08)V99       VALUE ZEROES.           00039100
       77 WRK-REND-INTEIRO   PIC 9(08)          VALUE ZEROES.           00039200
       77 WRK-REND-ANT-INT   PIC 9(08)          VALUE ZEROES.           00039300
       77 WRK-APROP-NOITE    PIC 9(08)          VALUE ZEROES.           00039400
       77 WRK-DATA-RESGATE   PIC 9(08)          VALUE ZEROES.           00039500
       77 WRK-PRAZO-CORRIDO  PIC 9(07)          VALUE ZEROES.           00039600
       77 WRK-ALIQUOTA       PIC 9(02)V99       VALUE ZEROES.           00039700
       77 WRK-VALOR-IR       PIC 9(08)          VALUE ZEROES.           00039800
       77 WRK-VALOR-LIQ      PIC 9(08)          VALUE ZEROES.           00039900
                                                                        00040000
       01 FILLER          PIC X(64) VALUE                               00040100
           '-----------TOTAIS POR AGENCIA-------------------'.          00040200
                                                                        00040300
       77 WRK-QTD-AGE     PIC 9(03) VALUE ZEROES.                       00040400
       77 WRK-SUB-AGE     PIC 9(03) VALUE ZEROES.                       00040500
       77 WRK-IDX-AGE     PIC 9(03) VALUE ZEROES.                       00040600
       01 WRK-TAB-AGENCIAS.                                             00040700
          05 WRK-AGE-LINHA OCCURS 200 TIMES.                            00040800
             10 WRK-AGE-AGENCIA     PIC X(04).                          00040900
             10 WRK-AGE-APROP       PIC 9(12).                          00041000
             10 WRK-AGE-IRRF        PIC 9(12).                          00041100
                                                                        00041200
      *----ACUMULADORES DA POSICAO (AGENCIA E GERAL)----------------*   00041300
       77 WRK-POS-AGENCIA    PIC X(04)      VALUE SPACES.               00041400
       77 WRK-POS-QTD        PIC 9(05)      VALUE ZEROES.               00041500
       77 WRK-POS-PRINCIPAL  PIC 9(12)      VALUE ZEROES.               00041600
       77 WRK-POS-BRUTO      PIC 9(12)      VALUE ZEROES.               00041700
       77 WRK-POS-IR         PIC 9(12)      VALUE ZEROES.               00041800
       77 WRK-POS-LIQUIDO    PIC 9(12)      VALUE ZEROES.               00041900
       77 WRK-GER-QTD        PIC 9(05)      VALUE ZEROES.               00042000
       77 WRK-GER-PRINCIPAL  PIC 9(12)      VALUE ZEROES.               00042100
       77 WRK-GER-BRUTO      PIC 9(12)      VALUE ZEROES.               00042200
       77 WRK-GER-IR         PIC 9(12)      VALUE ZEROES.               00042300
       77 WRK-GER-LIQUIDO    PIC 9(12)      VALUE ZEROES.               00042400
                                                                        00042500
       01 FILLER          PIC X(64) VALUE                               00042600
           '-----------CONTADORES E CONTROLES---------------'.          00042700
                                                                        00042800
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00042900
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00043000
       77 WRK-SW-FIM-CDB  PIC X(01) VALUE 'N'.                          00043100
           88 WRK-FIM-CDBCAD        VALUE 'S'.                          00043200
       77 WRK-SW-FIM-TRN  PIC X(01) VALUE 'N'.                          00043300
           88 WRK-FIM-TRANSCDB      VALUE 'S'.                          00043400
       77 WRK-SW-FIM-PIR  PIC X(01) VALUE 'N'.                          00043500
           88 WRK-FIM-PARIR         VALUE 'S'.                          00043600
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00043700
           88 WRK-FIM-PLANOCTA      VALUE 'S'.                          00043800
       77 WRK-SW-FIM-REC  PIC X(01) VALUE 'N'.                          00043900
           88 WRK-FIM-MOV0106R      VALUE 'S'.                          00044000
       77 WRK-SW-FIM-CAL  PIC X(01) VALUE 'N'.                          00044100
           88 WRK-FIM-CALENDARIO    VALUE 'S'.                          00044200
       77 WRK-SW-ACEITA   PIC X(01) VALUE 'N'.                          00044300
           88 WRK-TRANS-ACEITA      VALUE 'S'.                          00044400
                                                                        00044500
       77 WRK-REGCDBCAD   PIC 9(05) VALUE ZEROES.                       00044600
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00044700
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00044800
       77 WRK-QTD-APLICA  PIC 9(05) VALUE ZEROES.                       00044900
       77 WRK-QTD-LIQUID  PIC 9(05) VALUE ZEROES.                       00045000
       77 WRK-QTD-CANCEL  PIC 9(05) VALUE ZEROES.                       00045100
       77 WRK-QTD-VENCTO  PIC 9(05) VALUE ZEROES.                       00045200
       77 WRK-QTD-ANTECIP PIC 9(05) VALUE ZEROES.                       00045300
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00045350
       77 WRK-REGCDBNOVO  PIC 9(05) VALUE ZEROES.                       00045400
       77 WRK-REGMOVCDB   PIC 9(05) VALUE ZEROES.                       00045500
       77 WRK-HASH-MOVCDB PIC 9(12) VALUE ZEROES.                       00045600
       77 WRK-TOT-APROP   PIC 9(12) VALUE ZEROES.                       00045700
       77 WRK-TOT-IRRF    PIC 9(12) VALUE ZEROES.                       00045800
       77 WRK-REGLANC     PIC 9(05) VALUE ZEROES.                       00045900
       77 WRK-REGSEMMAPA  PIC 9(05) VALUE ZEROES.                       00046000
       77 WRK-TOT-DEBITOS PIC 9(14) VALUE ZEROES.                       00046100
       77 WRK-TOT-CREDITOS PIC 9(14) VALUE ZEROES.                      00046200
                                                                        00046300
      *----LANCAMENTO EM CURSO---------------------------------------*  00046400
       77 WRK-OCORRENCIA  PIC X(34) VALUE SPACES.                       00046500
       01 WRK-HIST-LANCTO.                                              00046600
          05 WRK-HLC-TEXTO       PIC X(24).                             00046700
          05 WRK-HLC-NUMERO      PIC 9(06).                             00046800
       77 WRK-TIPO-LANCTO PIC X(01) VALUE SPACE.                        00046900
       77 WRK-VALOR-LANCTO PIC 9(08) VALUE ZEROES.                      00047000
       77 WRK-EVENTO      PIC X(08) VALUE SPACES.                       00047100
       77 WRK-VALOR       PIC 9(12) VALUE ZEROES.                       00047200
       77 WRK-HIST-CONTABIL PIC X(30) VALUE SPACES.                     00047300
                                                                        00047400
       01 FILLER          PIC X(64) VALUE                               00047500
           '-----------CONTROLE GRAVADO NO CDBNOVO/MOVCDB---'.          00047600
                                                                        00047700
       01 WRK-CDBNOVO-CAB.                                              00047800
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00047900
          05 FILLER              PIC X(01) VALUE SPACE.                 00048000
          05 WRK-CABN-DATA       PIC 9(08).                             00048100
          05 FILLER              PIC X(01) VALUE SPACE.                 00048200
          05 FILLER              PIC X(08) VALUE 'FR19EX56'.            00048300
          05 FILLER              PIC X(93) VALUE SPACES.                00048400
                                                                        00048500
       01 WRK-CDBNOVO-TRL.                                              00048600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00048700
          05 FILLER              PIC X(01) VALUE SPACE.                 00048800
          05 WRK-TRLN-QTD        PIC 9(05).                             00048900
          05 FILLER              PIC X(105) VALUE SPACES.               00049000
                                                                        00049100
      *----CONTROLE CABECALHO/RODAPE DO MOVCDB, NO MESMO LAYOUT----*    00049200
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00049300
       01 WRK-MOVCDB-CAB.                                               00049400
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00049500
          05 FILLER              PIC X(01) VALUE SPACE.                 00049600
          05 FILLER              PIC X(08) VALUE 'FR19EX56'.            00049700
          05 FILLER              PIC X(01) VALUE SPACE.                 00049800
          05 FILLER              PIC X(09) VALUE 'CDB      '.           00049900
          05 FILLER              PIC X(01) VALUE SPACE.                 00050000
          05 WRK-CABM-DATA       PIC 9(08).                             00050100
          05 FILLER              PIC X(18) VALUE SPACES.                00050200
                                                                        00050300
       01 WRK-MOVCDB-TRL.                                               00050400
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00050500
          05 FILLER              PIC X(01) VALUE SPACE.                 00050600
          05 WRK-TRLM-QTD        PIC 9(05).                             00050700
          05 FILLER              PIC X(01) VALUE SPACE.                 00050800
          05 WRK-TRLM-HASH       PIC 9(12).                             00050900
          05 FILLER              PIC X(27) VALUE SPACES.                00051000
                                                                        00051100
       01 FILLER          PIC X(64) VALUE                               00051200
           '-----------LINHAS DO RELATORIO------------------'.          00051300
                                                                        00051400
       01 WRK-LINHA-TRACO        PIC X(132) VALUE ALL '-'.              00051500
                                                                        00051600
       01 WRK-LINHA-TITULO.                                             00051700
          05 FILLER              PIC X(50) VALUE                        00051800
             'DEPOSITO A PRAZO (CDB) - OCORRENCIAS DO CICLO     '.      00051900
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00052000
          05 WRK-TIT-DATA        PIC 9(08).                             00052100
          05 FILLER              PIC X(66) VALUE SPACES.                00052200
                                                                        00052300
       01 WRK-LINHA-OCO-CABEC.                                          00052400
          05 FILLER              PIC X(50) VALUE                        00052500
             'OPERACAO AGEN/CONTA NUMERO      VALOR  OCORRENCIA '.      00052600
          05 FILLER              PIC X(82) VALUE SPACES.                00052700
                                                                        00052800
       01 WRK-LINHA-OCORRENCIA.                                         00052900
          05 WRK-LOC-OPERACAO    PIC X(08).                             00053000
          05 FILLER              PIC X(01) VALUE SPACE.                 00053100
          05 WRK-LOC-AGENCIA     PIC X(04).                             00053200
          05 FILLER              PIC X(01) VALUE '/'.                   00053300
          05 WRK-LOC-CONTA       PIC X(04).                             00053400
          05 FILLER              PIC X(02) VALUE SPACES.                00053500
          05 WRK-LOC-NUMERO      PIC 9(06).                             00053600
          05 FILLER              PIC X(01) VALUE SPACE.                 00053700
          05 WRK-LOC-VALOR       PIC ZZ.ZZZ.ZZ9.                        00053800
          05 FILLER              PIC X(02) VALUE SPACES.                00053900
          05 WRK-LOC-OCORRENCIA  PIC X(34).                             00054000
          05 FILLER              PIC X(59) VALUE SPACES.                00054100
                                                                        00054109
       01 WRK-LINHA-NEGADO.                                             00054118
          05 FILLER              PIC X(10) VALUE SPACES.                00054127
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00054136
          05 WRK-NEG-OPERADOR    PIC X(08).                             00054145
          05 FILLER              PIC X(03) VALUE ' - '.                 00054154
          05 WRK-NEG-NOME        PIC X(30).                             00054163
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00054172
          05 WRK-NEG-PERFIL      PIC X(08).                             00054181
          05 FILLER              PIC X(55) VALUE SPACES.                00054190
                                                                        00054200
       01 WRK-LINHA-POS-TITULO.                                         00054300
          05 FILLER              PIC X(50) VALUE                        00054400
             'POSICAO DOS CDB ATIVOS POR AGENCIA                '.      00054500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00054600
          05 WRK-TPO-DATA        PIC 9(08).                             00054700
          05 FILLER              PIC X(66) VALUE SPACES.                00054800
                                                                        00054900
       01 WRK-LINHA-POS-AGENCIA.                                        00055000
          05 FILLER              PIC X(08) VALUE 'AGENCIA '.            00055100
          05 WRK-LPA-AGENCIA     PIC X(04).                             00055200
          05 FILLER              PIC X(120) VALUE SPACES.               00055300
                                                                        00055400
       01 WRK-LINHA-POS-CABEC.                                          00055500
          05 FILLER              PIC X(50) VALUE                        00055600
             'NUMERO  CTA   APLICAC.  VENCTO    TAXA AA       PR'.      00055700
          05 FILLER              PIC X(50) VALUE                        00055800
             'INCIPAL           BRUTO   ALIQ              IR    '.      00055900
          05 FILLER              PIC X(13) VALUE                        00056000
             '     LIQUIDO'.                                            00056100
          05 FILLER              PIC X(19) VALUE SPACES.                00056200
                                                                        00056300
       01 WRK-LINHA-POS-DETALHE.                                        00056400
          05 WRK-LPD-NUMERO      PIC 9(06).                             00056500
          05 FILLER              PIC X(02) VALUE SPACES.                00056600
          05 WRK-LPD-CONTA       PIC X(04).                             00056700
          05 FILLER              PIC X(02) VALUE SPACES.                00056800
          05 WRK-LPD-APLIC       PIC 9(08).                             00056900
          05 FILLER              PIC X(02) VALUE SPACES.                00057000
          05 WRK-LPD-VENC        PIC 9(08).                             00057100
          05 FILLER              PIC X(02) VALUE SPACES.                00057200
          05 WRK-LPD-TAXA        PIC Z9,9999.                           00057300
          05 FILLER              PIC X(02) VALUE SPACES.                00057400
          05 WRK-LPD-PRINCIPAL   PIC ZZ.ZZZ.ZZZ.ZZ9.                    00057500
          05 FILLER              PIC X(02) VALUE SPACES.                00057600
          05 WRK-LPD-BRUTO       PIC ZZ.ZZZ.ZZZ.ZZ9.                    00057700
          05 FILLER              PIC X(02) VALUE SPACES.                00057800
          05 WRK-LPD-ALIQUOTA    PIC Z9,99.                             00057900
          05 FILLER              PIC X(02) VALUE SPACES.                00058000
          05 WRK-LPD-IR          PIC ZZ.ZZZ.ZZZ.ZZ9.                    00058100
          05 FILLER              PIC X(02) VALUE SPACES.                00058200
          05 WRK-LPD-LIQUIDO     PIC ZZ.ZZZ.ZZZ.ZZ9.                    00058300
          05 FILLER              PIC X(19) VALUE SPACES.                00058400
                                                                        00058500
       01 WRK-LINHA-POS-TOTAL.                                          00058600
          05 WRK-LPT-ROTULO      PIC X(14).                             00058700
          05 WRK-LPT-QTD         PIC ZZ.ZZ9.                            00058800
          05 FILLER              PIC X(04) VALUE ' CDB'.                00058900
          05 FILLER              PIC X(19) VALUE SPACES.                00059000
          05 WRK-LPT-PRINCIPAL   PIC ZZ.ZZZ.ZZZ.ZZ9.                    00059100
          05 FILLER              PIC X(02) VALUE SPACES.                00059200
          05 WRK-LPT-BRUTO       PIC ZZ.ZZZ.ZZZ.ZZ9.                    00059300
          05 FILLER              PIC X(09) VALUE SPACES.                00059400
          05 WRK-LPT-IR          PIC ZZ.ZZZ.ZZZ.ZZ9.                    00059500
          05 FILLER              PIC X(02) VALUE SPACES.                00059600
          05 WRK-LPT-LIQUIDO     PIC ZZ.ZZZ.ZZZ.ZZ9.                    00059700
          05 FILLER              PIC X(20) VALUE SPACES.                00059800
                                                                        00059900
      *=============================================================*   00060000
       PROCEDURE DIVISION.                                              00060100
      *=============================================================*   00060200
                                                                        00060300
      *-------------------------------------------------------------*   00060400
       0000-PRINCIPAL                           SECTION.                00060500
      *-------------------------------------------------------------*   00060600
                                                                        00060700
            PERFORM  1000-INICIAR.                                      00060800
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00060900
            PERFORM  1200-CARREGAR-CDBCAD UNTIL WRK-FIM-CDBCAD.         00061000
            PERFORM  1300-CARREGAR-PARIR UNTIL WRK-FIM-PARIR.           00061100
            PERFORM  1400-CARREGAR-PLANO UNTIL WRK-FIM-PLANOCTA.        00061200
            PERFORM  1500-CARREGAR-CALENDARIO UNTIL WRK-FIM-CALENDARIO. 00061300
            PERFORM  1600-LER-MOV0106R UNTIL WRK-FIM-MOV0106R.          00061400
                                                                        00061500
            IF WRK-QTD-FXA EQUAL ZEROES                                 00061600
               MOVE 'PARIR SEM FAIXAS DE IR       ' TO WRK-MSGERRO      00061700
               MOVE '1300' TO WRK-SECAO                                 00061800
               PERFORM 9100-ERRO-CONTROLE                               00061900
            END-IF.                                                     00062000
                                                                        00062100
            MOVE 1 TO WRK-SUB-CDB.                                      00062200
            PERFORM  2000-ATUALIZAR-CDB                                 00062300
                     UNTIL WRK-SUB-CDB GREATER WRK-QTD-CDB.             00062400
                                                                        00062500
            PERFORM  2100-PROCESSAR-TRANSCDB UNTIL WRK-FIM-TRANSCDB.    00062600
                                                                        00062700
            WRITE FD-CDBNOVO FROM WRK-CDBNOVO-CAB.                      00062800
            MOVE 1 TO WRK-SUB-CDB.                                      00062900
            PERFORM  2500-GRAVAR-CDBNOVO                                00063000
                     UNTIL WRK-SUB-CDB GREATER WRK-QTD-CDB.             00063100
                                                                        00063200
            WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                       00063300
            WRITE FD-RELCDB FROM WRK-LINHA-POS-TITULO.                  00063400
            MOVE 1 TO WRK-SUB-CDB.                                      00063500
            PERFORM  2600-POSICAO-AGENCIA                               00063600
                     UNTIL WRK-SUB-CDB GREATER WRK-QTD-CDB.             00063700
                                                                        00063800
            MOVE 1 TO WRK-SUB-AGE.                                      00063900
            PERFORM  2700-CONTABILIZAR-AGENCIA                          00064000
                     UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE.             00064100
                                                                        00064200
            PERFORM  3000-FINALIZAR.                                    00064300
                                                                        00064400
            STOP RUN.                                                   00064500
                                                                        00064600
      *-------------------------------------------------------------*   00064700
       1000-INICIAR                             SECTION.                00064800
      *-------------------------------------------------------------*   00064900
             OPEN INPUT  CLIENTES CDBCAD TRANSCDB PARIR PLANOCTA        00065000
                         MOV0106R CALENDAR                              00065100
                  OUTPUT CDBNOVO MOVCDB LANCCDB RELCDB.                 00065200
                                                                        00065300
               PERFORM 4000-TESTARSTATUS.                               00065400
                                                                        00065500
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00065600
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00065700
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00065800
               ELSE                                                     00065900
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00066000
               END-IF.                                                  00066100
                                                                        00066133
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00066166
                                                                        00066200
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00066300
               PERFORM 5000-CALCULAR-DIAS.                              00066400
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00066500
                                                                        00066600
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA                     00066700
                                      WRK-CABM-DATA                     00066800
                                      WRK-TIT-DATA                      00066900
                                      WRK-TPO-DATA.                     00067000
               WRITE FD-MOVCDB FROM WRK-MOVCDB-CAB.                     00067100
                                                                        00067200
               WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                    00067300
               WRITE FD-RELCDB FROM WRK-LINHA-TITULO.                   00067400
               WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                    00067500
               WRITE FD-RELCDB FROM WRK-LINHA-OCO-CABEC.                00067600
               WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                    00067700
                                                                        00067800
               MOVE 'FR19EX56' TO WRK-EST-PROGRAMA.                     00067900
               MOVE 'I' TO WRK-EST-EVENTO.                              00068000
               MOVE ZEROES TO WRK-EST-LIDOS                             00068100
                              WRK-EST-GRAVADOS                          00068200
                              WRK-EST-REJEITADOS.                       00068300
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00068400
                                                                        00068500
       1000-99-FIM.              EXIT.                                  00068600
      *-------------------------------------------------------------*   00068700
       1100-CARREGAR-CLIENTES                   SECTION.                00068800
      *-------------------------------------------------------------*   00068900
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00069000
             READ CLIENTES                                              00069100
               AT END                                                   00069200
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00069300
             END-READ.                                                  00069400
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00069500
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00069600
                GO TO 1100-99-FIM.                                      00069700
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00069800
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00069900
                GO TO 1100-99-FIM.                                      00070000
             IF WRK-QTD-CONTAS NOT LESS 2000                            00070100
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00070200
                MOVE '1100' TO WRK-SECAO                                00070300
                PERFORM 9100-ERRO-CONTROLE                              00070400
             END-IF.                                                    00070500
             ADD 1 TO WRK-QTD-CONTAS.                                   00070600
             MOVE FD-CHAVE  TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).          00070700
             MOVE FD-STATUS TO WRK-CTA-STATUS (WRK-QTD-CONTAS).         00070800
       1100-99-FIM.              EXIT.                                  00070900
      *-------------------------------------------------------------*   00071000
       1200-CARREGAR-CDBCAD                     SECTION.                00071100
      *-------------------------------------------------------------*   00071200
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00071300
             READ CDBCAD                                                00071400
               AT END                                                   00071500
                 MOVE 'S' TO WRK-SW-FIM-CDB                             00071600
             END-READ.                                                  00071700
             PERFORM 4200-TESTARSTATUS-CDBCAD.                          00071800
             IF WRK-FS-CDBCAD NOT EQUAL 00                              00071900
                GO TO 1200-99-FIM.                                      00072000
             IF FD-CDBCAD (1:9) EQUAL 'CABECALHO'                       00072100
                OR FD-CDBCAD (1:6) EQUAL 'RODAPE'                       00072200
                GO TO 1200-99-FIM.                                      00072300
             IF WRK-QTD-CDB NOT LESS 5000                               00072400
                MOVE 'TABELA DE CDB ESGOTADA       ' TO WRK-MSGERRO     00072500
                MOVE '1200' TO WRK-SECAO                                00072600
                PERFORM 9100-ERRO-CONTROLE                              00072700
             END-IF.                                                    00072800
             ADD 1 TO WRK-QTD-CDB.                                      00072900
             ADD 1 TO WRK-REGCDBCAD.                                    00073000
             MOVE FD-CDBCAD TO WRK-TCB-REGISTRO (WRK-QTD-CDB).          00073100
             MOVE 'N' TO WRK-TCB-SW-RECUSA (WRK-QTD-CDB)                00073200
                         WRK-TCB-SW-LISTADO (WRK-QTD-CDB).              00073300
             IF FD-CDB-NUMERO GREATER WRK-ULTIMO-NUM                    00073400
                MOVE FD-CDB-NUMERO TO WRK-ULTIMO-NUM                    00073500
             END-IF.                                                    00073600
       1200-99-FIM.              EXIT.                                  00073700
      *-------------------------------------------------------------*   00073800
       1300-CARREGAR-PARIR                      SECTION.                00073900
      *-------------------------------------------------------------*   00074000
             READ PARIR                                                 00074100
               AT END                                                   00074200
                 MOVE 'S' TO WRK-SW-FIM-PIR                             00074300
             END-READ.                                                  00074400
             PERFORM 4300-TESTARSTATUS-PARIR.                           00074500
             IF WRK-FS-PARIR NOT EQUAL 00                               00074600
                GO TO 1300-99-FIM.                                      00074700
             IF WRK-QTD-FXA NOT LESS 10                                 00074800
                MOVE 'PARIR ACIMA DE 10 FAIXAS     ' TO WRK-MSGERRO     00074900
                MOVE '1300' TO WRK-SECAO                                00075000
                PERFORM 9100-ERRO-CONTROLE                              00075100
             END-IF.                                                    00075200
             ADD 1 TO WRK-QTD-FXA.                                      00075300
             MOVE FD-PIR-DIASATE  TO WRK-FXA-DIASATE (WRK-QTD-FXA).     00075400
             MOVE FD-PIR-ALIQUOTA TO WRK-FXA-ALIQUOTA (WRK-QTD-FXA).    00075500
       1300-99-FIM.              EXIT.                                  00075600
      *-------------------------------------------------------------*   00075700
       1400-CARREGAR-PLANO                      SECTION.                00075800
      *-------------------------------------------------------------*   00075900
            READ PLANOCTA                                               00076000
              AT END                                                    00076100
                MOVE 'S' TO WRK-SW-FIM-PLA                              00076200
            END-READ.                                                   00076300
            PERFORM 4400-TESTARSTATUS-PLANOCTA.                         00076400
            IF WRK-FS-PLANOCTA EQUAL 00                                 00076500
               IF WRK-QTD-PLA LESS 20                                   00076600
                  ADD 1 TO WRK-QTD-PLA                                  00076700
                  MOVE FD-PLA-EVENTO  TO WRK-PLA-EVENTO (WRK-QTD-PLA)   00076800
                  MOVE FD-PLA-CTADEB  TO WRK-PLA-CTADEB (WRK-QTD-PLA)   00076900
                  MOVE FD-PLA-CTACRED TO                                00077000
                       WRK-PLA-CTACRED (WRK-QTD-PLA)                    00077100
               ELSE                                                     00077200
                  DISPLAY ' PLANO DE CONTAS ESGOTADO (20)'              00077300
               END-IF                                                   00077400
            END-IF.                                                     00077500
       1400-99-FIM.              EXIT.                                  00077600
      *-------------------------------------------------------------*   00077700
       1500-CARREGAR-CALENDARIO                 SECTION.                00077800
      *-------------------------------------------------------------*   00077900
             READ CALENDAR                                              00078000
               AT END                                                   00078100
                 MOVE 'S' TO WRK-SW-FIM-CAL                             00078200
             END-READ.                                                  00078300
             PERFORM 4600-TESTARSTATUS-CALENDAR.                        00078400
             IF WRK-FS-CALENDAR NOT EQUAL 00                            00078500
                GO TO 1500-99-FIM.                                      00078600
             IF WRK-QTD-CAL LESS 800                                    00078700
                ADD 1 TO WRK-QTD-CAL                                    00078800
                MOVE FD-CAL-DATA TO WRK-CAL-DATA (WRK-QTD-CAL)          00078900
                MOVE FD-CAL-FLAG TO WRK-CAL-FLAG (WRK-QTD-CAL)          00079000
             ELSE                                                       00079100
                DISPLAY ' CALENDARIO ESGOTADO (800 DIAS)'               00079200
             END-IF.                                                    00079300
       1500-99-FIM.              EXIT.                                  00079400
      *-------------------------------------------------------------*   00079500
       1600-LER-MOV0106R                        SECTION.                00079600
      *-------------------------------------------------------------*   00079700
      *   CADA RECUSA DE DEBITO 'I' MARCA UMA APLICACAO PENDENTE DA *   00079800
      *   MESMA CONTA E DE MESMO PRINCIPAL.                         *   00079900
      *-------------------------------------------------------------*   00080000
             READ MOV0106R                                              00080100
               AT END                                                   00080200
                 MOVE 'S' TO WRK-SW-FIM-REC                             00080300
             END-READ.                                                  00080400
             PERFORM 4500-TESTARSTATUS-MOV0106R.                        00080500
             IF WRK-FS-MOV0106R NOT EQUAL 00                            00080600
                GO TO 1600-99-FIM.                                      00080700
             IF FD-MOVR-TIPOMOV NOT EQUAL 'I'                           00080800
                GO TO 1600-99-FIM.                                      00080900
             MOVE ZEROES TO WRK-IDX-CDB.                                00081000
             MOVE 1 TO WRK-SUB-CDB.                                     00081100
             PERFORM 1610-CASAR-RECUSA                                  00081200
                     UNTIL WRK-SUB-CDB GREATER WRK-QTD-CDB              00081300
                        OR WRK-IDX-CDB GREATER ZEROES.                  00081400
       1600-99-FIM.              EXIT.                                  00081500
      *-------------------------------------------------------------*   00081600
       1610-CASAR-RECUSA                        SECTION.                00081700
      *-------------------------------------------------------------*   00081800
            IF WRK-TCB-STATUS (WRK-SUB-CDB) EQUAL 'P'                   00081900
               AND WRK-TCB-SW-RECUSA (WRK-SUB-CDB) EQUAL 'N'            00082000
               AND WRK-TCB-CHAVE (WRK-SUB-CDB) EQUAL FD-MOVR-CHAVE      00082100
               AND WRK-TCB-PRINCIPAL (WRK-SUB-CDB)                      00082200
                   EQUAL FD-MOVR-VLRMOVIMENTO                           00082300
               MOVE 'S' TO WRK-TCB-SW-RECUSA (WRK-SUB-CDB)              00082400
               MOVE WRK-SUB-CDB TO WRK-IDX-CDB                          00082500
            END-IF.                                                     00082600
            ADD 1 TO WRK-SUB-CDB.                                       00082700
       1610-99-FIM.              EXIT.                                  00082800
      *-------------------------------------------------------------*   00082900
       2000-ATUALIZAR-CDB                       SECTION.                00083000
      *-------------------------------------------------------------*   00083100
      *   LIQUIDA OU CANCELA A APLICACAO PENDENTE, APROPRIA OS DIAS *   00083200
      *   UTEIS E RESGATA O QUE VENCEU.                             *   00083300
      *-------------------------------------------------------------*   00083400
            MOVE 'NOITE   ' TO WRK-LOC-OPERACAO.                        00083500
            MOVE WRK-TCB-NUMERO (WRK-SUB-CDB) TO WRK-LOC-NUMERO.        00083600
            MOVE WRK-TCB-CHAVE (WRK-SUB-CDB) (1:4) TO WRK-LOC-AGENCIA.  00083700
            MOVE WRK-TCB-CHAVE (WRK-SUB-CDB) (5:4) TO WRK-LOC-CONTA.    00083800
            MOVE WRK-TCB-PRINCIPAL (WRK-SUB-CDB) TO WRK-LOC-VALOR.      00083900
                                                                        00084000
            IF WRK-TCB-STATUS (WRK-SUB-CDB) EQUAL 'P'                   00084100
               IF WRK-TCB-SW-RECUSA (WRK-SUB-CDB) EQUAL 'S'             00084200
                  MOVE 'X' TO WRK-TCB-STATUS (WRK-SUB-CDB)              00084300
                  ADD 1 TO WRK-QTD-CANCEL                               00084400
                  MOVE 'APLICACAO RECUSADA - CANCELADO    '             00084500
                       TO WRK-LOC-OCORRENCIA                            00084600
               ELSE                                                     00084700
                  MOVE 'A' TO WRK-TCB-STATUS (WRK-SUB-CDB)              00084800
                  ADD 1 TO WRK-QTD-LIQUID                               00084900
                  MOVE 'APLICACAO LIQUIDADA - ATIVO       '             00085000
                       TO WRK-LOC-OCORRENCIA                            00085100
               END-IF                                                   00085200
               WRITE FD-RELCDB FROM WRK-LINHA-OCORRENCIA                00085300
            END-IF.                                                     00085400
                                                                        00085500
            IF WRK-TCB-STATUS (WRK-SUB-CDB) NOT EQUAL 'A'               00085600
               GO TO 2000-90-PROXIMO.                                   00085700
                                                                        00085800
            IF WRK-TCB-DATA-VENC (WRK-SUB-CDB) LESS WRK-DATA-CICLO      00085900
               MOVE WRK-TCB-DATA-VENC (WRK-SUB-CDB) TO WRK-DATA-LIMITE  00086000
            ELSE                                                        00086100
               MOVE WRK-DATA-CICLO TO WRK-DATA-LIMITE                   00086200
            END-IF.                                                     00086300
            MOVE WRK-SUB-CDB TO WRK-IDX-CDB.                            00086400
            PERFORM 2300-APROPRIAR.                                     00086500
                                                                        00086600
            IF WRK-TCB-DATA-VENC (WRK-SUB-CDB) GREATER WRK-DATA-CICLO   00086700
               GO TO 2000-90-PROXIMO.                                   00086800
                                                                        00086900
            MOVE 'VENCTO  ' TO WRK-LOC-OPERACAO.                        00087000
            MOVE WRK-TCB-DATA-VENC (WRK-SUB-CDB) TO WRK-DATA-RESGATE.   00087100
            PERFORM 2400-RESGATAR.                                      00087200
            IF WRK-TCB-STATUS (WRK-SUB-CDB) EQUAL 'R'                   00087300
               ADD 1 TO WRK-QTD-VENCTO                                  00087400
            END-IF.                                                     00087500
            WRITE FD-RELCDB FROM WRK-LINHA-OCORRENCIA.                  00087600
                                                                        00087700
       2000-90-PROXIMO.                                                 00087800
            ADD 1 TO WRK-SUB-CDB.                                       00087900
                                                                        00088000
       2000-99-FIM.              EXIT.                                  00088100
      *-------------------------------------------------------------*   00088200
       2100-PROCESSAR-TRANSCDB                  SECTION.                00088300
      *-------------------------------------------------------------*   00088400
            READ TRANSCDB                                               00088500
              AT END                                                    00088600
                MOVE 'S' TO WRK-SW-FIM-TRN                              00088700
            END-READ.                                                   00088800
            PERFORM 4700-TESTARSTATUS-TRANSCDB.                         00088900
            IF WRK-FS-TRANSCDB NOT EQUAL 00                             00089000
               GO TO 2100-99-FIM.                                       00089100
            ADD 1 TO WRK-REGTRANS.                                      00089200
                                                                        00089300
            MOVE SPACES TO WRK-OCORRENCIA.                              00089400
            MOVE 'N'    TO WRK-SW-ACEITA.                               00089500
            MOVE FD-TCD-CHAVE TO WRK-CHAVE-BUSCA.                       00089600
            PERFORM 2900-LOCALIZAR-CONTA.                               00089700
            MOVE FD-TCD-OPERACAO    TO WRK-LOC-OPERACAO.                00089800
            MOVE FD-TCD-CHAVE (1:4) TO WRK-LOC-AGENCIA.                 00089900
            MOVE FD-TCD-CHAVE (5:4) TO WRK-LOC-CONTA.                   00090000
            MOVE FD-TCD-NUMERO      TO WRK-LOC-NUMERO.                  00090100
            MOVE FD-TCD-VALOR       TO WRK-LOC-VALOR.                   00090200
            PERFORM 2105-VERIFICAR-AUTORIZACAO.                         00090225
            IF NOT WRK-AUT-AUTORIZADO                                   00090250
               GO TO 2100-99-FIM.                                       00090275
            EVALUATE TRUE                                               00090300
              WHEN FD-TCD-OPERACAO NOT EQUAL 'APLICA  '                 00090400
                   AND FD-TCD-OPERACAO NOT EQUAL 'RESGATA '             00090500
                MOVE 'OPERACAO INVALIDA - RECUSADA  ' TO WRK-OCORRENCIA 00090600
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00090700
                MOVE 'CONTA INEXISTENTE - RECUSADA  ' TO WRK-OCORRENCIA 00090800
              WHEN FD-TCD-OPERACAO EQUAL 'APLICA  '                     00090900
                PERFORM 2110-APLICAR                                    00091000
              WHEN OTHER                                                00091100
                PERFORM 2120-RESGATAR-ANTECIPADO                        00091200
            END-EVALUATE.                                               00091300
            IF NOT WRK-TRANS-ACEITA                                     00091400
               ADD 1 TO WRK-QTD-RECUSA                                  00091500
            END-IF.                                                     00091600
            MOVE WRK-OCORRENCIA TO WRK-LOC-OCORRENCIA.                  00091700
            WRITE FD-RELCDB FROM WRK-LINHA-OCORRENCIA.                  00091800
                                                                        00091900
       2100-99-FIM.              EXIT.                                  00092000
      *-------------------------------------------------------------*   00092003
       2105-VERIFICAR-AUTORIZACAO               SECTION.                00092006
      *-------------------------------------------------------------*   00092009
      *   O OPERADOR DO TRANSCDB PRECISA DE PERMISSAO PARA A        *   00092012
      *   OPERACAO NO FR19EX56 (MODULO AUTORIZA). SEM ELA, OU COM   *   00092016
      *   OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO NAO E APLICADA *   00092019
      *   E O RELCDB MOSTRA QUEM LIBEROU O ARQUIVO.                 *   00092022
      *-------------------------------------------------------------*   00092025
            MOVE 'FR19EX56'      TO WRK-AUT-PROGRAMA.                   00092029
            MOVE FD-TCD-OPERACAO TO WRK-AUT-OPERACAO.                   00092032
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00092035
            MOVE FD-TCD-CHAVE    TO WRK-AUT-CHAVE.                      00092038
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00092041
            IF NOT WRK-AUT-AUTORIZADO                                   00092045
               IF WRK-AUT-NEGADO                                        00092048
                  MOVE 'NAO AUTORIZADO - RECUSADA'                      00092051
                       TO WRK-LOC-OCORRENCIA                            00092054
               ELSE                                                     00092058
                  MOVE 'OPERADOR DESCONHECIDO/INATIVO'                  00092061
                       TO WRK-LOC-OCORRENCIA                            00092064
               END-IF                                                   00092067
               ADD 1 TO WRK-QTD-RECUSA                                  00092070
                        WRK-QTD-NEGADA                                  00092074
               WRITE FD-RELCDB FROM WRK-LINHA-OCORRENCIA                00092077
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00092080
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00092083
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00092087
               WRITE FD-RELCDB FROM WRK-LINHA-NEGADO                    00092090
            END-IF.                                                     00092093
       2105-99-FIM.              EXIT.                                  00092096
      *-------------------------------------------------------------*   00092100
       2110-APLICAR                             SECTION.                00092200
      *-------------------------------------------------------------*   00092300
            EVALUATE TRUE                                               00092400
              WHEN WRK-CTA-STATUS (WRK-IDX-CONTA) EQUAL 'B'             00092500
                MOVE 'CONTA BLOQUEADA - RECUSADA    ' TO WRK-OCORRENCIA 00092600
              WHEN FD-TCD-VALOR NOT NUMERIC                             00092700
                   OR FD-TCD-VALOR EQUAL ZEROES                         00092800
                MOVE 'VALOR NAO INFORMADO - RECUSADA' TO WRK-OCORRENCIA 00092900
              WHEN FD-TCD-TAXA NOT NUMERIC                              00093000
                   OR FD-TCD-TAXA EQUAL ZEROES                          00093100
                MOVE 'TAXA NAO INFORMADA - RECUSADA ' TO WRK-OCORRENCIA 00093200
              WHEN FD-TCD-DATA-VENC NOT NUMERIC                         00093300
                   OR FD-TCD-DATA-VENC NOT GREATER WRK-DATA-CICLO       00093400
                MOVE 'VENCIMENTO INVALIDO - RECUSADA' TO WRK-OCORRENCIA 00093500
              WHEN OTHER                                                00093600
                PERFORM 2115-INCLUIR-CDB                                00093700
            END-EVALUATE.                                               00093800
       2110-99-FIM.              EXIT.                                  00093900
      *-------------------------------------------------------------*   00094000
       2115-INCLUIR-CDB                         SECTION.                00094100
      *-------------------------------------------------------------*   00094200
            IF WRK-QTD-CDB NOT LESS 5000                                00094300
               MOVE 'TABELA DE CDB ESGOTADA       ' TO WRK-MSGERRO      00094400
               MOVE '2115' TO WRK-SECAO                                 00094500
               PERFORM 9100-ERRO-CONTROLE                               00094600
            END-IF.                                                     00094700
            ADD 1 TO WRK-QTD-CDB.                                       00094800
            ADD 1 TO WRK-ULTIMO-NUM.                                    00094900
            MOVE WRK-QTD-CDB TO WRK-IDX-CDB.                            00095000
            MOVE SPACES         TO WRK-TCB-REGISTRO (WRK-IDX-CDB).      00095100
            MOVE FD-TCD-CHAVE   TO WRK-TCB-CHAVE (WRK-IDX-CDB).         00095200
            MOVE WRK-ULTIMO-NUM TO WRK-TCB-NUMERO (WRK-IDX-CDB).        00095300
            MOVE FD-TCD-VALOR   TO WRK-TCB-PRINCIPAL (WRK-IDX-CDB).     00095400
            MOVE FD-TCD-TAXA    TO WRK-TCB-TAXA (WRK-IDX-CDB).          00095500
            MOVE WRK-DATA-CICLO TO WRK-TCB-DATA-APLIC (WRK-IDX-CDB)     00095600
                                   WRK-TCB-DATA-APROP (WRK-IDX-CDB).    00095700
            MOVE FD-TCD-DATA-VENC TO WRK-TCB-DATA-VENC (WRK-IDX-CDB).   00095800
            MOVE ZEROES         TO WRK-TCB-RENDIMENTO (WRK-IDX-CDB)     00095900
                                   WRK-TCB-DIAS-UTEIS (WRK-IDX-CDB)     00096000
                                   WRK-TCB-DATA-RESG (WRK-IDX-CDB)      00096100
                                   WRK-TCB-IR-RETIDO (WRK-IDX-CDB)      00096200
                                   WRK-TCB-VALOR-RESG (WRK-IDX-CDB).    00096300
            MOVE 'P'            TO WRK-TCB-STATUS (WRK-IDX-CDB).        00096400
            MOVE 'N'            TO WRK-TCB-SW-RECUSA (WRK-IDX-CDB)      00096500
                                   WRK-TCB-SW-LISTADO (WRK-IDX-CDB).    00096600
                                                                        00096700
            MOVE 'APLICACAO CDB          ' TO WRK-HLC-TEXTO.            00096800
            MOVE 'I'            TO WRK-TIPO-LANCTO.                     00096900
            MOVE FD-TCD-VALOR   TO WRK-VALOR-LANCTO.                    00097000
            PERFORM 2950-GRAVAR-MOVCDB.                                 00097100
                                                                        00097200
            MOVE WRK-ULTIMO-NUM TO WRK-LOC-NUMERO.                      00097300
            ADD 1 TO WRK-QTD-APLICA.                                    00097400
            MOVE 'S' TO WRK-SW-ACEITA.                                  00097500
            MOVE 'APLICACAO ACEITA - DEBITO GERADO  ' TO WRK-OCORRENCIA.00097600
       2115-99-FIM.              EXIT.                                  00097700
      *-------------------------------------------------------------*   00097800
       2120-RESGATAR-ANTECIPADO                 SECTION.                00097900
      *-------------------------------------------------------------*   00098000
      *   O CDB JA FOI APROPRIADO ATE O CICLO NO 2000.              *   00098100
      *-------------------------------------------------------------*   00098200
            MOVE ZEROES TO WRK-IDX-CDB.                                 00098300
            MOVE 1 TO WRK-SUB-CDB.                                      00098400
            PERFORM 2130-COMPARAR-NUMERO                                00098500
                    UNTIL WRK-SUB-CDB GREATER WRK-QTD-CDB               00098600
                       OR WRK-IDX-CDB GREATER ZEROES.                   00098700
            IF WRK-IDX-CDB EQUAL ZEROES                                 00098800
               MOVE 'CDB INEXISTENTE - RECUSADO        '                00098900
                    TO WRK-OCORRENCIA                                   00099000
               GO TO 2120-99-FIM.                                       00099100
            IF WRK-TCB-CHAVE (WRK-IDX-CDB) NOT EQUAL FD-TCD-CHAVE       00099200
               MOVE 'CDB DE OUTRA CONTA - RECUSADO     '                00099300
                    TO WRK-OCORRENCIA                                   00099400
               GO TO 2120-99-FIM.                                       00099500
            IF WRK-TCB-STATUS (WRK-IDX-CDB) NOT EQUAL 'A'               00099600
               MOVE 'CDB NAO ESTA ATIVO - RECUSADO     '                00099700
                    TO WRK-OCORRENCIA                                   00099800
               GO TO 2120-99-FIM.                                       00099900
                                                                        00100000
            MOVE WRK-IDX-CDB TO WRK-SUB-CDB.                            00100100
            MOVE WRK-DATA-CICLO TO WRK-DATA-RESGATE.                    00100200
            PERFORM 2400-RESGATAR.                                      00100300
            IF WRK-TCB-STATUS (WRK-IDX-CDB) EQUAL 'R'                   00100400
               ADD 1 TO WRK-QTD-ANTECIP                                 00100500
               MOVE 'S' TO WRK-SW-ACEITA                                00100600
            END-IF.                                                     00100700
            MOVE WRK-LOC-OCORRENCIA TO WRK-OCORRENCIA.                  00100800
       2120-99-FIM.              EXIT.                                  00100900
      *-------------------------------------------------------------*   00101000
       2130-COMPARAR-NUMERO                     SECTION.                00101100
      *-------------------------------------------------------------*   00101200
            IF WRK-TCB-NUMERO (WRK-SUB-CDB) EQUAL FD-TCD-NUMERO         00101300
               MOVE WRK-SUB-CDB TO WRK-IDX-CDB                          00101400
            END-IF.                                                     00101500
            ADD 1 TO WRK-SUB-CDB.                                       00101600
       2130-99-FIM.              EXIT.                                  00101700
      *-------------------------------------------------------------*   00101800
       2300-APROPRIAR                           SECTION.                00101900
      *-------------------------------------------------------------*   00102000
      *   DIAS UTEIS APOS A ULTIMA APROPRIACAO ATE WRK-DATA-LIMITE. *   00102100
      *   O MONTANTE GUARDA OS CENTAVOS DO RENDIMENTO; A NOITE      *   00102200
      *   APROPRIA SO A PARTE INTEIRA QUE SURGIU DESDE A ANTERIOR,  *   00102300
      *   PARA QUE A SOMA DAS APROPRIACOES FECHE COM O BRUTO PAGO.  *   00102400
      *-------------------------------------------------------------*   00102500
            MOVE ZEROES TO WRK-DIAS-APROP.                              00102600
            MOVE 1 TO WRK-SUB-CAL.                                      00102700
            PERFORM 2310-CONTAR-DIA-UTIL                                00102800
                    UNTIL WRK-SUB-CAL GREATER WRK-QTD-CAL.              00102900
            IF WRK-DIAS-APROP EQUAL ZEROES                              00103000
               GO TO 2300-99-FIM.                                       00103100
                                                                        00103200
            MOVE WRK-TCB-RENDIMENTO (WRK-IDX-CDB) TO WRK-REND-ANTERIOR. 00103300
            MOVE WRK-REND-ANTERIOR TO WRK-REND-ANT-INT.                 00103400
            COMPUTE WRK-FATOR ROUNDED =                                 00103500
                    (1 + WRK-TCB-TAXA (WRK-IDX-CDB) / 100)              00103600
                    ** (1 / 252).                                       00103700
            COMPUTE WRK-MONTANTE ROUNDED =                              00103800
                    (WRK-TCB-PRINCIPAL (WRK-IDX-CDB)                    00103900
                     + WRK-REND-ANTERIOR)                               00104000
                    * (WRK-FATOR ** WRK-DIAS-APROP).                    00104100
            COMPUTE WRK-TCB-RENDIMENTO (WRK-IDX-CDB) ROUNDED =          00104200
                    WRK-MONTANTE - WRK-TCB-PRINCIPAL (WRK-IDX-CDB).     00104300
            MOVE WRK-TCB-RENDIMENTO (WRK-IDX-CDB) TO WRK-REND-INTEIRO.  00104400
            COMPUTE WRK-APROP-NOITE = WRK-REND-INTEIRO                  00104500
                                    - WRK-REND-ANT-INT.                 00104600
            ADD WRK-DIAS-APROP TO WRK-TCB-DIAS-UTEIS (WRK-IDX-CDB).     00104700
            MOVE WRK-DATA-LIMITE TO WRK-TCB-DATA-APROP (WRK-IDX-CDB).   00104800
                                                                        00104900
            IF WRK-APROP-NOITE GREATER ZEROES                           00105000
               PERFORM 2800-LOCALIZAR-AGENCIA                           00105100
               ADD WRK-APROP-NOITE TO WRK-AGE-APROP (WRK-IDX-AGE)       00105200
                                      WRK-TOT-APROP                     00105300
            END-IF.                                                     00105400
       2300-99-FIM.              EXIT.                                  00105500
      *-------------------------------------------------------------*   00105600
       2310-CONTAR-DIA-UTIL                     SECTION.                00105700
      *-------------------------------------------------------------*   00105800
            IF WRK-CAL-FLAG (WRK-SUB-CAL) EQUAL 'U'                     00105900
               AND WRK-CAL-DATA (WRK-SUB-CAL) GREATER                   00106000
                   WRK-TCB-DATA-APROP (WRK-IDX-CDB)                     00106100
               AND WRK-CAL-DATA (WRK-SUB-CAL) NOT GREATER               00106200
                   WRK-DATA-LIMITE                                      00106300
               ADD 1 TO WRK-DIAS-APROP                                  00106400
            END-IF.                                                     00106500
            ADD 1 TO WRK-SUB-CAL.                                       00106600
       2310-99-FIM.              EXIT.                                  00106700
      *-------------------------------------------------------------*   00106800
       2400-RESGATAR                            SECTION.                00106900
      *-------------------------------------------------------------*   00107000
      *   RESGATE DO CDB WRK-SUB-CDB NA DATA WRK-DATA-RESGATE: IR   *   00107100
      *   PELA FAIXA DO PRAZO EM DIAS CORRIDOS E CREDITO LIQUIDO.   *   00107200
      *   CONTA FORA DO CLIENTES: O CDB FICA ATIVO, SEM CREDITO.    *   00107300
      *-------------------------------------------------------------*   00107400
            MOVE WRK-TCB-CHAVE (WRK-SUB-CDB) TO WRK-CHAVE-BUSCA.        00107500
            PERFORM 2900-LOCALIZAR-CONTA.                               00107600
            IF WRK-IDX-CONTA EQUAL ZEROES                               00107700
               MOVE 'CONTA FORA DO CLIENTES - PENDENTE '                00107800
                    TO WRK-LOC-OCORRENCIA                               00107900
               GO TO 2400-99-FIM.                                       00108000
                                                                        00108100
            PERFORM 2450-CALCULAR-IR.                                   00108200
                                                                        00108300
            MOVE 'R'              TO WRK-TCB-STATUS (WRK-SUB-CDB).      00108400
            MOVE WRK-DATA-CICLO   TO WRK-TCB-DATA-RESG (WRK-SUB-CDB).   00108500
            MOVE WRK-VALOR-IR     TO WRK-TCB-IR-RETIDO (WRK-SUB-CDB).   00108600
            MOVE WRK-VALOR-LIQ    TO WRK-TCB-VALOR-RESG (WRK-SUB-CDB).  00108700
                                                                        00108800
            MOVE 'RESGATE CDB            ' TO WRK-HLC-TEXTO.            00108900
            MOVE 'F'              TO WRK-TIPO-LANCTO.                   00109000
            MOVE WRK-VALOR-LIQ    TO WRK-VALOR-LANCTO.                  00109100
            PERFORM 2950-GRAVAR-MOVCDB.                                 00109200
                                                                        00109300
            IF WRK-VALOR-IR GREATER ZEROES                              00109400
               MOVE WRK-SUB-CDB TO WRK-IDX-CDB                          00109500
               PERFORM 2800-LOCALIZAR-AGENCIA                           00109600
               ADD WRK-VALOR-IR TO WRK-AGE-IRRF (WRK-IDX-AGE)           00109700
                                   WRK-TOT-IRRF                         00109800
            END-IF.                                                     00109900
                                                                        00110000
            MOVE WRK-VALOR-LIQ TO WRK-LOC-VALOR.                        00110100
            MOVE 'RESGATE - CREDITO LIQUIDO GERADO  '                   00110200
                 TO WRK-LOC-OCORRENCIA.                                 00110300
       2400-99-FIM.              EXIT.                                  00110400
      *-------------------------------------------------------------*   00110500
       2450-CALCULAR-IR                         SECTION.                00110600
      *-------------------------------------------------------------*   00110700
      *   PRAZO EM DIAS CORRIDOS DA APLICACAO ATE WRK-DATA-RESGATE; *   00110800
      *   IR SOBRE A PARTE INTEIRA DO RENDIMENTO (CDB WRK-SUB-CDB). *   00110900
      *-------------------------------------------------------------*   00111000
            MOVE WRK-TCB-DATA-APLIC (WRK-SUB-CDB) TO WRK-DN-DATA.       00111100
            PERFORM 5000-CALCULAR-DIAS.                                 00111200
            MOVE WRK-DN-RESULT TO WRK-PRAZO-CORRIDO.                    00111300
            MOVE WRK-DATA-RESGATE TO WRK-DN-DATA.                       00111400
            PERFORM 5000-CALCULAR-DIAS.                                 00111500
            COMPUTE WRK-PRAZO-CORRIDO = WRK-DN-RESULT                   00111600
                                      - WRK-PRAZO-CORRIDO.              00111700
                                                                        00111800
            MOVE ZEROES TO WRK-IDX-FXA.                                 00111900
            MOVE 1 TO WRK-SUB-FXA.                                      00112000
            PERFORM 2460-COMPARAR-FAIXA                                 00112100
                    UNTIL WRK-SUB-FXA GREATER WRK-QTD-FXA               00112200
                       OR WRK-IDX-FXA GREATER ZEROES.                   00112300
            IF WRK-IDX-FXA EQUAL ZEROES                                 00112400
               MOVE WRK-QTD-FXA TO WRK-IDX-FXA                          00112500
            END-IF.                                                     00112600
            MOVE WRK-FXA-ALIQUOTA (WRK-IDX-FXA) TO WRK-ALIQUOTA.        00112700
                                                                        00112800
            MOVE WRK-TCB-RENDIMENTO (WRK-SUB-CDB) TO WRK-REND-INTEIRO.  00112900
            COMPUTE WRK-VALOR-IR ROUNDED =                              00113000
                    WRK-REND-INTEIRO * WRK-ALIQUOTA / 100.              00113100
            COMPUTE WRK-VALOR-LIQ = WRK-TCB-PRINCIPAL (WRK-SUB-CDB)     00113200
                                  + WRK-REND-INTEIRO                    00113300
                                  - WRK-VALOR-IR.                       00113400
       2450-99-FIM.              EXIT.                                  00113500
      *-------------------------------------------------------------*   00113600
       2460-COMPARAR-FAIXA                      SECTION.                00113700
      *-------------------------------------------------------------*   00113800
            IF WRK-PRAZO-CORRIDO NOT GREATER                            00113900
                                 WRK-FXA-DIASATE (WRK-SUB-FXA)          00114000
               MOVE WRK-SUB-FXA TO WRK-IDX-FXA                          00114100
            END-IF.                                                     00114200
            ADD 1 TO WRK-SUB-FXA.                                       00114300
       2460-99-FIM.              EXIT.                                  00114400
      *-------------------------------------------------------------*   00114500
       2500-GRAVAR-CDBNOVO                      SECTION.                00114600
      *-------------------------------------------------------------*   00114700
            MOVE WRK-TCB-REGISTRO (WRK-SUB-CDB) TO FD-CDBNOVO.          00114800
            WRITE FD-CDBNOVO.                                           00114900
            ADD 1 TO WRK-REGCDBNOVO.                                    00115000
            ADD 1 TO WRK-SUB-CDB.                                       00115100
       2500-99-FIM.              EXIT.                                  00115200
      *-------------------------------------------------------------*   00115300
       2600-POSICAO-AGENCIA                     SECTION.                00115400
      *-------------------------------------------------------------*   00115500
      *   O PRIMEIRO CDB ATIVO OU PENDENTE AINDA NAO LISTADO DE     *   00115600
      *   CADA AGENCIA ABRE O BLOCO, QUE JUNTA TODOS OS DA AGENCIA. *   00115700
      *-------------------------------------------------------------*   00115800
            IF WRK-TCB-SW-LISTADO (WRK-SUB-CDB) EQUAL 'N'               00115900
               AND (WRK-TCB-STATUS (WRK-SUB-CDB) EQUAL 'A'              00116000
                    OR WRK-TCB-STATUS (WRK-SUB-CDB) EQUAL 'P')          00116100
               MOVE WRK-TCB-CHAVE (WRK-SUB-CDB) (1:4)                   00116200
                    TO WRK-POS-AGENCIA WRK-LPA-AGENCIA                  00116300
               MOVE ZEROES TO WRK-POS-QTD WRK-POS-PRINCIPAL             00116400
                              WRK-POS-BRUTO WRK-POS-IR WRK-POS-LIQUIDO  00116500
               WRITE FD-RELCDB FROM WRK-LINHA-TRACO                     00116600
               WRITE FD-RELCDB FROM WRK-LINHA-POS-AGENCIA               00116700
               WRITE FD-RELCDB FROM WRK-LINHA-POS-CABEC                 00116800
                                                                        00116900
               MOVE WRK-SUB-CDB TO WRK-SUB-POS                          00117000
               PERFORM 2610-LISTAR-CDB                                  00117100
                       UNTIL WRK-SUB-POS GREATER WRK-QTD-CDB            00117200
                                                                        00117300
               MOVE 'TOTAL AGENCIA '   TO WRK-LPT-ROTULO                00117400
               MOVE WRK-POS-QTD        TO WRK-LPT-QTD                   00117500
               MOVE WRK-POS-PRINCIPAL  TO WRK-LPT-PRINCIPAL             00117600
               MOVE WRK-POS-BRUTO      TO WRK-LPT-BRUTO                 00117700
               MOVE WRK-POS-IR         TO WRK-LPT-IR                    00117800
               MOVE WRK-POS-LIQUIDO    TO WRK-LPT-LIQUIDO               00117900
               WRITE FD-RELCDB FROM WRK-LINHA-POS-TOTAL                 00118000
               ADD WRK-POS-QTD       TO WRK-GER-QTD                     00118100
               ADD WRK-POS-PRINCIPAL TO WRK-GER-PRINCIPAL               00118200
               ADD WRK-POS-BRUTO     TO WRK-GER-BRUTO                   00118300
               ADD WRK-POS-IR        TO WRK-GER-IR                      00118400
               ADD WRK-POS-LIQUIDO   TO WRK-GER-LIQUIDO                 00118500
            END-IF.                                                     00118600
            ADD 1 TO WRK-SUB-CDB.                                       00118700
                                                                        00118800
       2600-99-FIM.              EXIT.                                  00118900
      *-------------------------------------------------------------*   00119000
       2610-LISTAR-CDB                          SECTION.                00119100
      *-------------------------------------------------------------*   00119200
      *   IR PELA FAIXA DO PRAZO ATE O CICLO (RESGATE HOJE).        *   00119300
      *-------------------------------------------------------------*   00119400
            IF WRK-TCB-SW-LISTADO (WRK-SUB-POS) EQUAL 'N'               00119500
               AND WRK-TCB-CHAVE (WRK-SUB-POS) (1:4)                    00119600
                   EQUAL WRK-POS-AGENCIA                                00119700
               AND (WRK-TCB-STATUS (WRK-SUB-POS) EQUAL 'A'              00119800
                    OR WRK-TCB-STATUS (WRK-SUB-POS) EQUAL 'P')          00119900
               MOVE 'S' TO WRK-TCB-SW-LISTADO (WRK-SUB-POS)             00120000
               MOVE WRK-SUB-CDB TO WRK-IDX-CDB                          00120100
               MOVE WRK-SUB-POS TO WRK-SUB-CDB                          00120200
               MOVE WRK-DATA-CICLO TO WRK-DATA-RESGATE                  00120300
               PERFORM 2450-CALCULAR-IR                                 00120400
               MOVE WRK-IDX-CDB TO WRK-SUB-CDB                          00120500
                                                                        00120600
               MOVE WRK-TCB-NUMERO (WRK-SUB-POS)     TO WRK-LPD-NUMERO  00120700
               MOVE WRK-TCB-CHAVE (WRK-SUB-POS) (5:4) TO WRK-LPD-CONTA  00120800
               MOVE WRK-TCB-DATA-APLIC (WRK-SUB-POS) TO WRK-LPD-APLIC   00120900
               MOVE WRK-TCB-DATA-VENC (WRK-SUB-POS)  TO WRK-LPD-VENC    00121000
               MOVE WRK-TCB-TAXA (WRK-SUB-POS)       TO WRK-LPD-TAXA    00121100
               MOVE WRK-TCB-PRINCIPAL (WRK-SUB-POS)                     00121200
                    TO WRK-LPD-PRINCIPAL                                00121300
               MOVE WRK-REND-INTEIRO                 TO WRK-LPD-BRUTO   00121400
               MOVE WRK-ALIQUOTA                     TO WRK-LPD-ALIQUOTA00121500
               MOVE WRK-VALOR-IR                     TO WRK-LPD-IR      00121600
               MOVE WRK-VALOR-LIQ                    TO WRK-LPD-LIQUIDO 00121700
               WRITE FD-RELCDB FROM WRK-LINHA-POS-DETALHE               00121800
                                                                        00121900
               ADD 1                   TO WRK-POS-QTD                   00122000
               ADD WRK-TCB-PRINCIPAL (WRK-SUB-POS) TO WRK-POS-PRINCIPAL 00122100
               ADD WRK-REND-INTEIRO    TO WRK-POS-BRUTO                 00122200
               ADD WRK-VALOR-IR        TO WRK-POS-IR                    00122300
               ADD WRK-VALOR-LIQ       TO WRK-POS-LIQUIDO               00122400
            END-IF.                                                     00122500
            ADD 1 TO WRK-SUB-POS.                                       00122600
                                                                        00122700
       2610-99-FIM.              EXIT.                                  00122800
      *-------------------------------------------------------------*   00122900
       2700-CONTABILIZAR-AGENCIA                SECTION.                00123000
      *-------------------------------------------------------------*   00123100
            MOVE WRK-AGE-APROP (WRK-SUB-AGE) TO WRK-VALOR.              00123200
            IF WRK-VALOR GREATER ZEROES                                 00123300
               MOVE 'CDBAPROP' TO WRK-EVENTO                            00123400
               MOVE 'APROPRIACAO RENDIMENTO CDB   ' TO WRK-HIST-CONTABIL00123500
               PERFORM 2750-GRAVAR-PARTIDAS                             00123600
            END-IF.                                                     00123700
            MOVE WRK-AGE-IRRF (WRK-SUB-AGE) TO WRK-VALOR.               00123800
            IF WRK-VALOR GREATER ZEROES                                 00123900
               MOVE 'CDBIRRF ' TO WRK-EVENTO                            00124000
               MOVE 'IR RETIDO NO RESGATE DE CDB  ' TO WRK-HIST-CONTABIL00124100
               PERFORM 2750-GRAVAR-PARTIDAS                             00124200
            END-IF.                                                     00124300
            ADD 1 TO WRK-SUB-AGE.                                       00124400
       2700-99-FIM.              EXIT.                                  00124500
      *-------------------------------------------------------------*   00124600
       2750-GRAVAR-PARTIDAS                     SECTION.                00124700
      *-------------------------------------------------------------*   00124800
      *   LOCALIZA O EVENTO NO PLANO E GRAVA AS DUAS PERNAS - OU   *    00124900
      *   NENHUMA (EVENTO SEM MAPA E CONTADO E DERRUBA NO FIM).    *    00125000
      *-------------------------------------------------------------*   00125100
            MOVE ZEROES TO WRK-IDX-PLA.                                 00125200
            MOVE 1 TO WRK-SUB-PLA.                                      00125300
            PERFORM 2760-COMPARAR-EVENTO                                00125400
                    UNTIL WRK-SUB-PLA GREATER WRK-QTD-PLA               00125500
                       OR WRK-IDX-PLA GREATER ZEROES.                   00125600
            IF WRK-IDX-PLA EQUAL ZEROES                                 00125700
               ADD 1 TO WRK-REGSEMMAPA                                  00125800
               DISPLAY ' EVENTO SEM MAPA NO PLANOCTA: ' WRK-EVENTO      00125900
               GO TO 2750-99-FIM.                                       00126000
                                                                        00126100
            MOVE WRK-DATA-CICLO TO FD-LAN-DATA.                         00126200
            MOVE WRK-AGE-AGENCIA (WRK-SUB-AGE) TO FD-LAN-AGENCIA.       00126300
            MOVE WRK-EVENTO    TO FD-LAN-EVENTO.                        00126400
            MOVE 'FR19EX56'    TO FD-LAN-ORIGEM.                        00126500
            MOVE WRK-HIST-CONTABIL TO FD-LAN-HISTORICO.                 00126600
            MOVE WRK-VALOR     TO FD-LAN-VALOR.                         00126700
            MOVE SPACES        TO FD-LANCCDB (80:1).                    00126800
                                                                        00126900
            MOVE WRK-PLA-CTADEB (WRK-IDX-PLA) TO FD-LAN-CONTACTB.       00127000
            MOVE 'D' TO FD-LAN-DC.                                      00127100
            WRITE FD-LANCCDB.                                           00127200
            ADD 1 TO WRK-REGLANC.                                       00127300
            ADD WRK-VALOR TO WRK-TOT-DEBITOS.                           00127400
                                                                        00127500
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00127600
            MOVE 'C' TO FD-LAN-DC.                                      00127700
            WRITE FD-LANCCDB.                                           00127800
            ADD 1 TO WRK-REGLANC.                                       00127900
            ADD WRK-VALOR TO WRK-TOT-CREDITOS.                          00128000
       2750-99-FIM.              EXIT.                                  00128100
      *-------------------------------------------------------------*   00128200
       2760-COMPARAR-EVENTO                     SECTION.                00128300
      *-------------------------------------------------------------*   00128400
            IF WRK-PLA-EVENTO (WRK-SUB-PLA) EQUAL WRK-EVENTO            00128500
               MOVE WRK-SUB-PLA TO WRK-IDX-PLA                          00128600
            END-IF.                                                     00128700
            ADD 1 TO WRK-SUB-PLA.                                       00128800
       2760-99-FIM.              EXIT.                                  00128900
      *-------------------------------------------------------------*   00129000
       2800-LOCALIZAR-AGENCIA                   SECTION.                00129100
      *-------------------------------------------------------------*   00129200
      *   LINHA DA AGENCIA DO CDB WRK-IDX-CDB (INCLUI SE NOVA).     *   00129300
      *-------------------------------------------------------------*   00129400
            MOVE ZEROES TO WRK-IDX-AGE.                                 00129500
            MOVE 1 TO WRK-SUB-AGE.                                      00129600
            PERFORM 2810-COMPARAR-AGENCIA                               00129700
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE               00129800
                       OR WRK-IDX-AGE GREATER ZEROES.                   00129900
            IF WRK-IDX-AGE GREATER ZEROES                               00130000
               GO TO 2800-99-FIM.                                       00130100
            IF WRK-QTD-AGE NOT LESS 200                                 00130200
               MOVE 'TABELA DE AGENCIAS ESGOTADA  ' TO WRK-MSGERRO      00130300
               MOVE '2800' TO WRK-SECAO                                 00130400
               PERFORM 9100-ERRO-CONTROLE                               00130500
            END-IF.                                                     00130600
            ADD 1 TO WRK-QTD-AGE.                                       00130700
            MOVE WRK-QTD-AGE TO WRK-IDX-AGE.                            00130800
            MOVE WRK-TCB-CHAVE (WRK-IDX-CDB) (1:4)                      00130900
                 TO WRK-AGE-AGENCIA (WRK-IDX-AGE).                      00131000
            MOVE ZEROES TO WRK-AGE-APROP (WRK-IDX-AGE)                  00131100
                           WRK-AGE-IRRF (WRK-IDX-AGE).                  00131200
       2800-99-FIM.              EXIT.                                  00131300
      *-------------------------------------------------------------*   00131400
       2810-COMPARAR-AGENCIA                    SECTION.                00131500
      *-------------------------------------------------------------*   00131600
            IF WRK-AGE-AGENCIA (WRK-SUB-AGE) EQUAL                      00131700
               WRK-TCB-CHAVE (WRK-IDX-CDB) (1:4)                        00131800
               MOVE WRK-SUB-AGE TO WRK-IDX-AGE                          00131900
            END-IF.                                                     00132000
            ADD 1 TO WRK-SUB-AGE.                                       00132100
       2810-99-FIM.              EXIT.                                  00132200
      *-------------------------------------------------------------*   00132300
       2900-LOCALIZAR-CONTA                     SECTION.                00132400
      *-------------------------------------------------------------*   00132500
            MOVE ZEROES TO WRK-IDX-CONTA.                               00132600
            MOVE 1 TO WRK-SUB-CONTAS.                                   00132700
            PERFORM 2910-COMPARAR-CONTA                                 00132800
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00132900
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00133000
       2900-99-FIM.              EXIT.                                  00133100
      *-------------------------------------------------------------*   00133200
       2910-COMPARAR-CONTA                      SECTION.                00133300
      *-------------------------------------------------------------*   00133400
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00133500
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00133600
            END-IF.                                                     00133700
            ADD 1 TO WRK-SUB-CONTAS.                                    00133800
       2910-99-FIM.              EXIT.                                  00133900
      *-------------------------------------------------------------*   00134000
       2950-GRAVAR-MOVCDB                       SECTION.                00134100
      *-------------------------------------------------------------*   00134200
      *   LANCAMENTO DO CDB WRK-IDX-CDB; O NUMERO NO HISTORICO      *   00134300
      *   LIGA O MOVIMENTO AO CADASTRO.                             *   00134400
      *-------------------------------------------------------------*   00134500
            MOVE WRK-TCB-NUMERO (WRK-IDX-CDB) TO WRK-HLC-NUMERO.        00134600
            MOVE WRK-TCB-CHAVE (WRK-IDX-CDB) (1:4) TO FD-MCD-AGENCIA.   00134700
            MOVE WRK-TCB-CHAVE (WRK-IDX-CDB) (5:4) TO FD-MCD-CONTA.     00134800
            MOVE WRK-HIST-LANCTO  TO FD-MCD-MOVIMENTO.                  00134900
            MOVE WRK-VALOR-LANCTO TO FD-MCD-VLRMOVIMENTO.               00135000
            MOVE WRK-TIPO-LANCTO  TO FD-MCD-TIPOMOV.                    00135100
            MOVE ZEROES           TO FD-MCD-DATAVALOR.                  00135200
            WRITE FD-MOVCDB.                                            00135300
            ADD 1 TO WRK-REGMOVCDB.                                     00135400
            ADD FD-MCD-VLRMOVIMENTO TO WRK-HASH-MOVCDB.                 00135500
       2950-99-FIM.              EXIT.                                  00135600
      *-------------------------------------------------------------*   00135700
       3000-FINALIZAR                           SECTION.                00135800
      *-------------------------------------------------------------*   00135900
             MOVE WRK-REGCDBNOVO TO WRK-TRLN-QTD.                       00136000
             WRITE FD-CDBNOVO FROM WRK-CDBNOVO-TRL.                     00136100
             MOVE WRK-REGMOVCDB  TO WRK-TRLM-QTD.                       00136200
             MOVE WRK-HASH-MOVCDB TO WRK-TRLM-HASH.                     00136300
             WRITE FD-MOVCDB FROM WRK-MOVCDB-TRL.                       00136400
                                                                        00136500
             WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                      00136600
             MOVE 'TOTAL GERAL   '   TO WRK-LPT-ROTULO.                 00136700
             MOVE WRK-GER-QTD        TO WRK-LPT-QTD.                    00136800
             MOVE WRK-GER-PRINCIPAL  TO WRK-LPT-PRINCIPAL.              00136900
             MOVE WRK-GER-BRUTO      TO WRK-LPT-BRUTO.                  00137000
             MOVE WRK-GER-IR         TO WRK-LPT-IR.                     00137100
             MOVE WRK-GER-LIQUIDO    TO WRK-LPT-LIQUIDO.                00137200
             WRITE FD-RELCDB FROM WRK-LINHA-POS-TOTAL.                  00137300
             WRITE FD-RELCDB FROM WRK-LINHA-TRACO.                      00137400
                                                                        00137500
             CLOSE CLIENTES CDBCAD TRANSCDB PARIR PLANOCTA MOV0106R     00137600
                   CALENDAR CDBNOVO MOVCDB LANCCDB RELCDB.              00137700
              DISPLAY ' ============================================'.  00137800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX56          '.  00137900
              DISPLAY ' ============================================'.  00138000
              DISPLAY ' CDB NO CADASTRO............' WRK-REGCDBCAD.     00138100
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00138200
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00138300
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00138350
              DISPLAY ' APLICACOES ACEITAS.........' WRK-QTD-APLICA.    00138400
              DISPLAY ' APLICACOES LIQUIDADAS......' WRK-QTD-LIQUID.    00138500
              DISPLAY ' APLICACOES CANCELADAS......' WRK-QTD-CANCEL.    00138600
              DISPLAY ' RESGATES NO VENCIMENTO.....' WRK-QTD-VENCTO.    00138700
              DISPLAY ' RESGATES ANTECIPADOS.......' WRK-QTD-ANTECIP.   00138800
              DISPLAY ' RENDIMENTO APROPRIADO......' WRK-TOT-APROP.     00138900
              DISPLAY ' IR RETIDO..................' WRK-TOT-IRRF.      00139000
              DISPLAY ' MOVIMENTOS NO MOVCDB.......' WRK-REGMOVCDB.     00139100
              DISPLAY ' REGISTROS NO CDBNOVO.......' WRK-REGCDBNOVO.    00139200
              DISPLAY ' LANCAMENTOS GRAVADOS.......' WRK-REGLANC.       00139300
              DISPLAY ' EVENTOS SEM MAPA...........' WRK-REGSEMMAPA.    00139400
              DISPLAY ' PROVA - TOTAL DEBITOS......' WRK-TOT-DEBITOS.   00139500
              DISPLAY ' PROVA - TOTAL CREDITOS.....' WRK-TOT-CREDITOS.  00139600
              DISPLAY ' ============================================'.  00139700
                                                                        00139800
              IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS             00139900
                 MOVE 'JOURNAL DESBALANCEADO        ' TO WRK-MSGERRO    00140000
                 MOVE '3000' TO WRK-SECAO                               00140100
                 PERFORM 9100-ERRO-CONTROLE                             00140200
              END-IF.                                                   00140300
              IF WRK-REGSEMMAPA GREATER ZEROES                          00140400
                 MOVE 'EVENTO SEM MAPA NO PLANOCTA  ' TO WRK-MSGERRO    00140500
                 MOVE '3000' TO WRK-SECAO                               00140600
                 PERFORM 9100-ERRO-CONTROLE                             00140700
              END-IF.                                                   00140800
                                                                        00140900
              MOVE 'F' TO WRK-EST-EVENTO.                               00141000
              MOVE WRK-REGTRANS   TO WRK-EST-LIDOS.                     00141100
              MOVE WRK-REGCDBNOVO TO WRK-EST-GRAVADOS.                  00141200
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00141300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00141400
                                                                        00141500
       3000-99-FIM.              EXIT.                                  00141600
      *-------------------------------------------------------------*   00141700
       4000-TESTARSTATUS                            SECTION.            00141800
      *-------------------------------------------------------------*   00141900
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00142000
                 PERFORM 4200-TESTARSTATUS-CDBCAD.                      00142100
                 PERFORM 4300-TESTARSTATUS-PARIR.                       00142200
                 PERFORM 4400-TESTARSTATUS-PLANOCTA.                    00142300
                 PERFORM 4500-TESTARSTATUS-MOV0106R.                    00142400
                 PERFORM 4600-TESTARSTATUS-CALENDAR.                    00142500
                 PERFORM 4700-TESTARSTATUS-TRANSCDB.                    00142600
                 IF WRK-FS-CDBNOVO NOT EQUAL 00                         00142700
                   MOVE 'ERRO NO OPEN CDBNOVO  ' TO WRK-MSGERRO         00142800
                   MOVE '1000'                   TO WRK-SECAO           00142900
                   MOVE WRK-FS-CDBNOVO           TO WRK-STATUS          00143000
                    PERFORM 9000-TRATAERROS                             00143100
                 END-IF.                                                00143200
                 IF WRK-FS-MOVCDB NOT EQUAL 00                          00143300
                   MOVE 'ERRO NO OPEN MOVCDB   ' TO WRK-MSGERRO         00143400
                   MOVE '1000'                   TO WRK-SECAO           00143500
                   MOVE WRK-FS-MOVCDB            TO WRK-STATUS          00143600
                    PERFORM 9000-TRATAERROS                             00143700
                 END-IF.                                                00143800
                 IF WRK-FS-LANCCDB NOT EQUAL 00                         00143900
                   MOVE 'ERRO NO OPEN LANCCDB  ' TO WRK-MSGERRO         00144000
                   MOVE '1000'                   TO WRK-SECAO           00144100
                   MOVE WRK-FS-LANCCDB           TO WRK-STATUS          00144200
                    PERFORM 9000-TRATAERROS                             00144300
                 END-IF.                                                00144400
                 IF WRK-FS-RELCDB NOT EQUAL 00                          00144500
                   MOVE 'ERRO NO OPEN RELCDB   ' TO WRK-MSGERRO         00144600
                   MOVE '1000'                   TO WRK-SECAO           00144700
                   MOVE WRK-FS-RELCDB            TO WRK-STATUS          00144800
                    PERFORM 9000-TRATAERROS                             00144900
                 END-IF.                                                00145000
                                                                        00145100
       4000-99-FIM.              EXIT.                                  00145200
      *-------------------------------------------------------------*   00145300
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00145400
      *-------------------------------------------------------------*   00145500
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00145600
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00145700
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00145800
                 MOVE '1100'                   TO WRK-SECAO             00145900
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00146000
                  PERFORM 9000-TRATAERROS                               00146100
               END-IF.                                                  00146200
                                                                        00146300
       4100-99-FIM.              EXIT.                                  00146400
      *-------------------------------------------------------------*   00146500
       4200-TESTARSTATUS-CDBCAD                     SECTION.            00146600
      *-------------------------------------------------------------*   00146700
               IF WRK-FS-CDBCAD NOT EQUAL 00                            00146800
                           AND WRK-FS-CDBCAD NOT EQUAL 10               00146900
                 MOVE 'ERRO NO CDBCAD        ' TO WRK-MSGERRO           00147000
                 MOVE '1200'                   TO WRK-SECAO             00147100
                 MOVE WRK-FS-CDBCAD            TO WRK-STATUS            00147200
                  PERFORM 9000-TRATAERROS                               00147300
               END-IF.                                                  00147400
                                                                        00147500
       4200-99-FIM.              EXIT.                                  00147600
      *-------------------------------------------------------------*   00147700
       4300-TESTARSTATUS-PARIR                      SECTION.            00147800
      *-------------------------------------------------------------*   00147900
               IF WRK-FS-PARIR NOT EQUAL 00                             00148000
                           AND WRK-FS-PARIR NOT EQUAL 10                00148100
                 MOVE 'ERRO NO PARIR         ' TO WRK-MSGERRO           00148200
                 MOVE '1300'                   TO WRK-SECAO             00148300
                 MOVE WRK-FS-PARIR             TO WRK-STATUS            00148400
                  PERFORM 9000-TRATAERROS                               00148500
               END-IF.                                                  00148600
                                                                        00148700
       4300-99-FIM.              EXIT.                                  00148800
      *-------------------------------------------------------------*   00148900
       4400-TESTARSTATUS-PLANOCTA                   SECTION.            00149000
      *-------------------------------------------------------------*   00149100
               IF WRK-FS-PLANOCTA NOT EQUAL 00                          00149200
                           AND WRK-FS-PLANOCTA NOT EQUAL 10             00149300
                 MOVE 'ERRO NO PLANOCTA      ' TO WRK-MSGERRO           00149400
                 MOVE '1400'                   TO WRK-SECAO             00149500
                 MOVE WRK-FS-PLANOCTA          TO WRK-STATUS            00149600
                  PERFORM 9000-TRATAERROS                               00149700
               END-IF.                                                  00149800
                                                                        00149900
       4400-99-FIM.              EXIT.                                  00150000
      *-------------------------------------------------------------*   00150100
       4500-TESTARSTATUS-MOV0106R                   SECTION.            00150200
      *-------------------------------------------------------------*   00150300
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00150400
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00150500
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00150600
                 MOVE '1600'                   TO WRK-SECAO             00150700
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00150800
                  PERFORM 9000-TRATAERROS                               00150900
               END-IF.                                                  00151000
                                                                        00151100
       4500-99-FIM.              EXIT.                                  00151200
      *-------------------------------------------------------------*   00151300
       4600-TESTARSTATUS-CALENDAR                   SECTION.            00151400
      *-------------------------------------------------------------*   00151500
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00151600
                           AND WRK-FS-CALENDAR NOT EQUAL 10             00151700
                 MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO           00151800
                 MOVE '1500'                   TO WRK-SECAO             00151900
                 MOVE WRK-FS-CALENDAR          TO WRK-STATUS            00152000
                  PERFORM 9000-TRATAERROS                               00152100
               END-IF.                                                  00152200
                                                                        00152300
       4600-99-FIM.              EXIT.                                  00152400
      *-------------------------------------------------------------*   00152500
       4700-TESTARSTATUS-TRANSCDB                   SECTION.            00152600
      *-------------------------------------------------------------*   00152700
               IF WRK-FS-TRANSCDB NOT EQUAL 00                          00152800
                           AND WRK-FS-TRANSCDB NOT EQUAL 10             00152900
                 MOVE 'ERRO NO TRANSCDB      ' TO WRK-MSGERRO           00153000
                 MOVE '2100'                   TO WRK-SECAO             00153100
                 MOVE WRK-FS-TRANSCDB          TO WRK-STATUS            00153200
                  PERFORM 9000-TRATAERROS                               00153300
               END-IF.                                                  00153400
                                                                        00153500
       4700-99-FIM.              EXIT.                                  00153600
      *-------------------------------------------------------------*   00153700
       5000-CALCULAR-DIAS                           SECTION.            00153800
      *-------------------------------------------------------------*   00153900
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA O   *   00154000
      *   PRAZO DA APLICACAO (CALENDARIO GREGORIANO; OS BISSEXTOS   *   00154100
      *   ATE O ANO ANTERIOR, O DO ANO PELO MES).                   *   00154200
      *-------------------------------------------------------------*   00154300
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00154400
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00154500
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00154600
            DIVIDE WRK-DN-ANTERIOR BY 100                               00154700
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00154800
            DIVIDE WRK-DN-ANTERIOR BY 400                               00154900
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00155000
                                                                        00155100
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00155200
                                  + WRK-DN-QUOC4                        00155300
                                  - WRK-DN-QUOC100                      00155400
                                  + WRK-DN-QUOC400                      00155500
                                  + WRK-DN-DIA.                         00155600
                                                                        00155700
            EVALUATE WRK-DN-MES                                         00155800
              WHEN 01 CONTINUE                                          00155900
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00156000
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00156100
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00156200
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00156300
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00156400
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00156500
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00156600
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00156700
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00156800
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00156900
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00157000
            END-EVALUATE.                                               00157100
                                                                        00157200
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00157300
            IF WRK-DN-BISSEXTO EQUAL 1                                  00157400
               AND WRK-DN-MES GREATER 2                                 00157500
               ADD 1 TO WRK-DN-RESULT                                   00157600
            END-IF.                                                     00157700
                                                                        00157800
       5000-99-FIM.              EXIT.                                  00157900
      *-------------------------------------------------------------*   00158000
       5100-VERIFICAR-BISSEXTO                      SECTION.            00158100
      *-------------------------------------------------------------*   00158200
            DIVIDE WRK-DN-ANO BY 4                                      00158300
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00158400
            DIVIDE WRK-DN-ANO BY 100                                    00158500
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00158600
            DIVIDE WRK-DN-ANO BY 400                                    00158700
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00158800
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00158900
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00159000
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00159100
               MOVE 1 TO WRK-DN-BISSEXTO                                00159200
            ELSE                                                        00159300
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00159400
            END-IF.                                                     00159500
                                                                        00159600
       5100-99-FIM.              EXIT.                                  00159700
      *-------------------------------------------------------------*   00159800
       9100-ERRO-CONTROLE                           SECTION.            00159900
      *-------------------------------------------------------------*   00160000
           MOVE 'FR19EX56' TO WRK-PROGRAMA.                             00160100
           MOVE 'E'        TO WRK-SEVERIDADE.                           00160200
           MOVE '08'       TO WRK-STATUS.                               00160300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00160400
           MOVE 8 TO RETURN-CODE.                                       00160500
           STOP RUN.                                                    00160600
                                                                        00160700
       9100-99-FIM.              EXIT.                                  00160800
      *-------------------------------------------------------------*   00160900
       9000-TRATAERROS                              SECTION.            00161000
      *-------------------------------------------------------------*   00161100
           MOVE 'FR19EX56' TO WRK-PROGRAMA                              00161200
           MOVE 'E'        TO WRK-SEVERIDADE                            00161300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00161400
           GOBACK.                                                      00161500
                                                                        00161600
       9000-99-FIM.              EXIT.                                  00161700
                                                                        00161800
