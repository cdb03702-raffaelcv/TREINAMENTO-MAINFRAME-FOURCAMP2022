      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX55.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CADASTRO DE CONTESTACOES DE DEBITO (CONTEST).   *   00001200
      *    CADA CONTESTACAO GUARDA A CONTA, O MOVIMENTO ORIGINAL    *   00001300
      *    (DATA/HISTORICO/VALOR/TIPO DO HISTMOV), O MOTIVO, A DATA *   00001400
      *    DE ABERTURA E A SITUACAO:                                *   00001500
      *     A - ABERTA             P - CREDITO PROVISORIO LANCADO   *   00001600
      *     C - PROCEDENTE         R - IMPROCEDENTE                 *   00001700
      *    AS TRANSACOES DO TRANSCON SAO APLICADAS NA ORDEM:        *   00001800
      *     ABRE     - O DEBITO TEM DE ESTAR EFETIVADO NO HISTMOV   *   00001900
      *                (SITUACAO 'P', MESMA CONTA/DATA/VALOR) E NAO *   00002000
      *                PODE TER SIDO CONTESTADO ANTES; O NUMERO DA  *   00002100
      *                CONTESTACAO E ATRIBUIDO AQUI                 *   00002200
      *     PROCEDE  - CREDITO DEFINITIVO: SE AINDA ABERTA, GERA O  *   00002300
      *                ESTORNO; SE JA TEM O PROVISORIO, SO CONFIRMA *   00002400
      *     IMPROCED - SE TEM O PROVISORIO, GERA O DEBITO DE        *   00002500
      *                REVERSAO; SE AINDA ABERTA, SO ENCERRA        *   00002600
      *    CONTESTACAO ABERTA HA N DIAS UTEIS (CALENDAR, FLAG 'U')  *   00002700
      *    OU MAIS RECEBE O CREDITO PROVISORIO AUTOMATICO.          *   00002800
      *    OS LANCAMENTOS SAEM NO MOVCON (LAYOUT DO MOV0106, COM O  *   00002900
      *    NUMERO DA CONTESTACAO NO HISTORICO) E ENTRAM NA POSTAGEM *   00003000
      *    DA NOITE PELO SORT DO MOV0106S: CREDITOS COMO ESTORNO    *   00003100
      *    ('E') E A REVERSAO COMO DEBITO ('D'). O CONNOVO SO VIRA  *   00003200
      *    SOBRE O CONTEST COM A POSTAGEM CONCLUIDA.                *   00003300
      *    RELCON: RESULTADO DE CADA TRANSACAO E DOS CREDITOS       *   00003400
      *    PROVISORIOS. RELAGE: ENVELHECIMENTO DAS CONTESTACOES EM  *   00003500
      *    ABERTO (A/P) POR AGENCIA, PARA A OUVIDORIA.              *   00003600
      *    CARTAO SYSIN 1: DATA DO CICLO (9(08); ZEROS = HOJE)      *   00003700
      *    CARTAO SYSIN 2: PRAZO DO CREDITO PROVISORIO EM DIAS      *   00003800
      *                    UTEIS (9(03); ZEROS = 010)               *   00003900
      *    CARTAO SYSIN 3: OPERADOR QUE LIBEROU O TRANSCON          *   00003950
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *    MATRIZ DE AUTORIZACAO: NA CARGA DO TRANSCON, O MODULO    *   00004014
      *    AUTORIZA CONFERE SE O PERFIL DO OPERADOR DO CARTAO 3 PODE*   00004028
      *    FAZER A OPERACAO NO FR19EX55; SEM PERMISSAO, OU COM      *   00004042
      *    OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E RECUSADA,   *   00004057
      *    NAO ENTRA NA TABELA E SAI NO RELCON COM O NOME E O PERFIL*   00004071
      *    DO OPERADOR.                                             *   00004085
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    CLIENTES             I                  -----------      *   00004400
      *    CONTEST              I                  -----------      *   00004500
      *    TRANSCON             I                  -----------      *   00004600
      *    HISTMOV              I                  -----------      *   00004700
      *    CALENDAR             I                  -----------      *   00004800
      *    CONNOVO              O                  -----------      *   00004900
      *    MOVCON               O                  -----------      *   00005000
      *    RELCON               O                  -----------      *   00005100
      *    RELAGE               O                  -----------      *   00005200
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005225
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005250
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005275
      *-------------------------------------------------------------*   00005300
      *   MODULOS....:                             INCLUDE/BOOK     *   00005400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005500
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005600
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005650
      *=============================================================*   00005700
                                                                        00005800
      *=============================================================*   00005900
       ENVIRONMENT                               DIVISION.              00006000
      *=============================================================*   00006100
                                                                        00006200
      *=============================================================*   00006300
       CONFIGURATION                               SECTION.             00006400
      *=============================================================*   00006500
       SPECIAL-NAMES.                                                   00006600
           DECIMAL-POINT IS COMMA.                                      00006700
                                                                        00006800
       INPUT-OUTPUT                                SECTION.             00006900
       FILE-CONTROL.                                                    00007000
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007100
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007200
                                                                        00007300
            SELECT CONTEST ASSIGN TO CONTEST                            00007400
                 FILE STATUS IS WRK-FS-CONTEST.                         00007500
                                                                        00007600
            SELECT TRANSCON ASSIGN TO TRANSCON                          00007700
                 FILE STATUS IS WRK-FS-TRANSCON.                        00007800
                                                                        00007900
            SELECT HISTMOV ASSIGN TO HISTMOV                            00008000
                 FILE STATUS IS WRK-FS-HISTMOV.                         00008100
                                                                        00008200
            SELECT CALENDAR ASSIGN TO CALENDAR                          00008300
                 FILE STATUS IS WRK-FS-CALENDAR.                        00008400
                                                                        00008500
      *--------------ARQUIVOS SAIDAS--------------------------------*   00008600
                                                                        00008700
            SELECT CONNOVO ASSIGN TO CONNOVO                            00008800
                 FILE STATUS IS WRK-FS-CONNOVO.                         00008900
                                                                        00009000
            SELECT MOVCON ASSIGN TO MOVCON                              00009100
                 FILE STATUS IS WRK-FS-MOVCON.                          00009200
                                                                        00009300
            SELECT RELCON ASSIGN TO RELCON                              00009400
                 FILE STATUS IS WRK-FS-RELCON.                          00009500
                                                                        00009600
            SELECT RELAGE ASSIGN TO RELAGE                              00009700
                 FILE STATUS IS WRK-FS-RELAGE.                          00009800
                                                                        00009900
      *=============================================================*   00010000
       DATA                                      DIVISION.              00010100
      *=============================================================*   00010200
       FILE                                      SECTION.               00010300
      *-------------------LRECL 89----------------------------------*   00010400
       FD CLIENTES                                                      00010500
           RECORDING MODE IS F                                          00010600
           LABEL RECORD IS STANDARD                                     00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-CLIENTES.                                                  00010900
          05 FD-CHAVE.                                                  00011000
             10 FD-AGENCIA      PIC X(04).                              00011100
             10 FD-CONTA        PIC X(04).                              00011200
          05 FD-NOME            PIC X(30).                              00011300
          05 FD-SALDO           PIC S9(08).                             00011400
          05 FD-STATUS          PIC X(01).                              00011500
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00011600
          05 FD-LIMITE          PIC 9(08).                              00011700
          05 FD-DOCUMENTO       PIC 9(14).                              00011800
                                                                        00011900
      *-------------------LRECL 110---------------------------------*   00012000
       FD CONTEST                                                       00012100
           RECORDING MODE IS F                                          00012200
           LABEL RECORD IS STANDARD                                     00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-CONTEST.                                                   00012500
          05 FD-CON-CHAVE.                                              00012600
             10 FD-CON-AGENCIA      PIC X(04).                          00012700
             10 FD-CON-CONTA        PIC X(04).                          00012800
          05 FD-CON-NUMERO          PIC 9(06).                          00012900
          05 FD-CON-DATA-MOV        PIC 9(08).                          00013000
          05 FD-CON-HISTORICO       PIC X(30).                          00013100
          05 FD-CON-VALOR           PIC 9(08).                          00013200
          05 FD-CON-TIPOMOV         PIC X(01).                          00013300
          05 FD-CON-MOTIVO          PIC X(20).                          00013400
          05 FD-CON-DATA-ABERT      PIC 9(08).                          00013500
          05 FD-CON-STATUS          PIC X(01).                          00013600
          05 FD-CON-DATA-PROVIS     PIC 9(08).                          00013700
          05 FD-CON-DATA-RESOL      PIC 9(08).                          00013800
          05 FILLER                 PIC X(04).                          00013900
                                                                        00014000
      *-------------------LRECL 60----------------------------------*   00014100
       FD TRANSCON                                                      00014200
           RECORDING MODE IS F                                          00014300
           LABEL RECORD IS STANDARD                                     00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-TRANSCON.                                                  00014600
          05 FD-TCO-OPERACAO        PIC X(08).                          00014700
          05 FD-TCO-CHAVE           PIC X(08).                          00014800
          05 FD-TCO-NUMERO          PIC 9(06).                          00014900
          05 FD-TCO-DATA-MOV        PIC 9(08).                          00015000
          05 FD-TCO-VALOR           PIC 9(08).                          00015100
          05 FD-TCO-MOTIVO          PIC X(20).                          00015200
          05 FILLER                 PIC X(02).                          00015300
                                                                        00015400
      *-------------------LRECL 56----------------------------------*   00015500
       FD HISTMOV                                                       00015600
           RECORDING MODE IS F                                          00015700
           LABEL RECORD IS STANDARD                                     00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-HISTMOV.                                                   00016000
          05 FD-HIS-CHAVE.                                              00016100
             10 FD-HIS-AGENCIA      PIC X(04).                          00016200
             10 FD-HIS-CONTA        PIC X(04).                          00016300
          05 FD-HIS-DATA            PIC 9(08).                          00016400
          05 FD-HIS-HISTORICO       PIC X(30).                          00016500
          05 FD-HIS-VALOR           PIC 9(08).                          00016600
          05 FD-HIS-TIPOMOV         PIC X(01).                          00016700
          05 FD-HIS-SITUACAO        PIC X(01).                          00016800
                                                                        00016900
      *-------------------LRECL 39----------------------------------*   00017000
       FD CALENDAR                                                      00017100
           RECORDING MODE IS F                                          00017200
           LABEL RECORD IS STANDARD                                     00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-CALENDAR.                                                  00017500
          05 FD-CAL-DATA        PIC 9(08).                              00017600
          05 FD-CAL-FLAG        PIC X(01).                              00017700
          05 FD-CAL-FERIADO     PIC X(30).                              00017800
                                                                        00017900
      *-------------------LRECL 110---------------------------------*   00018000
       FD CONNOVO                                                       00018100
           RECORDING MODE IS F.                                         00018200
       01 FD-CONNOVO              PIC X(110).                           00018300
                                                                        00018400
      *-------------------LRECL 55----------------------------------*   00018500
       FD MOVCON                                                        00018600
           RECORDING MODE IS F.                                         00018700
       01 FD-MOVCON.                                                    00018800
          05 FD-MCO-AGENCIA          PIC X(04).                         00018900
          05 FD-MCO-CONTA            PIC X(04).                         00019000
          05 FD-MCO-MOVIMENTO        PIC X(30).                         00019100
          05 FD-MCO-VLRMOVIMENTO     PIC 9(08).                         00019200
          05 FD-MCO-TIPOMOV          PIC X(01).                         00019300
          05 FD-MCO-DATAVALOR        PIC 9(08).                         00019400
                                                                        00019500
      *-------------------LRECL 80----------------------------------*   00019600
       FD RELCON                                                        00019700
           RECORDING MODE IS F.                                         00019800
       01 FD-RELCON               PIC X(80).                            00019900
                                                                        00020000
      *-------------------LRECL 80----------------------------------*   00020100
       FD RELAGE                                                        00020200
           RECORDING MODE IS F.                                         00020300
       01 FD-RELAGE               PIC X(80).                            00020400
                                                                        00020500
      *=============================================================*   00020600
       WORKING-STORAGE                             SECTION.             00020700
      *=============================================================*   00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------BOOK LOGERROS------------------------'.          00021100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00021200
       COPY '#GLOG'.                                                    00021300
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00021400
       COPY '#GSTAT'.                                                   00021500
                                                                        00021516
       01 FILLER          PIC X(64) VALUE                               00021533
           '-----------BOOK AUTORIZA------------------------'.          00021550
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00021566
       COPY '#GAUT'.                                                    00021583
      *-------------------------------------------------------------*   00021600
                                                                        00021700
       01 FILLER          PIC X(64) VALUE                               00021800
           '-----------VARIAVEIS DE STATUS------------------'.          00021900
                                                                        00022000
       77 WRK-FS-CLIENTES PIC 9(02).                                    00022100
       77 WRK-FS-CONTEST  PIC 9(02).                                    00022200
       77 WRK-FS-TRANSCON PIC 9(02).                                    00022300
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00022400
       77 WRK-FS-CALENDAR PIC 9(02).                                    00022500
       77 WRK-FS-CONNOVO  PIC 9(02).                                    00022600
       77 WRK-FS-MOVCON   PIC 9(02).                                    00022700
       77 WRK-FS-RELCON   PIC 9(02).                                    00022800
       77 WRK-FS-RELAGE   PIC 9(02).                                    00022900
                                                                        00023000
       01 FILLER          PIC X(64) VALUE                               00023100
           '-----------PARAMETROS SYSIN---------------------'.          00023200
                                                                        00023300
       01 WRK-DATACICLO.                                                00023400
          05 FILLER              PIC X(10).                             00023500
          05 WRK-DATACICLO-AC    PIC 9(08).                             00023600
                                                                        00023700
       01 WRK-PRAZO.                                                    00023800
          05 FILLER              PIC X(10).                             00023900
          05 WRK-PRAZO-AC        PIC 9(03).                             00024000
                                                                        00024020
       01 WRK-OPERCARD.                                                 00024040
          05 FILLER              PIC X(10).                             00024060
          05 WRK-OPERADOR-AC     PIC X(08).                             00024080
                                                                        00024100
       77 WRK-DATA-CICLO     PIC 9(08) VALUE ZEROES.                    00024200
       77 WRK-DIAS-PRAZO     PIC 9(03) VALUE ZEROES.                    00024300
       77 WRK-DIAS-CICLO     PIC 9(07) VALUE ZEROES.                    00024400
                                                                        00024500
       01 FILLER          PIC X(64) VALUE                               00024600
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00024700
                                                                        00024800
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00025000
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00025100
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00025200
       01 WRK-TAB-CONTAS.                                               00025300
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00025400
             10 WRK-CTA-CHAVE       PIC X(08).                          00025500
                                                                        00025600
       01 FILLER          PIC X(64) VALUE                               00025700
           '-----------CADASTRO DE CONTESTACOES-------------'.          00025800
                                                                        00025900
       77 WRK-QTD-CON     PIC 9(04) VALUE ZEROES.                       00026000
       77 WRK-SUB-CON     PIC 9(04) VALUE ZEROES.                       00026100
       77 WRK-SUB-AGE     PIC 9(04) VALUE ZEROES.                       00026200
       77 WRK-IDX-CON     PIC 9(04) VALUE ZEROES.                       00026300
       77 WRK-ULTIMO-NUM  PIC 9(06) VALUE ZEROES.                       00026400
       01 WRK-TAB-CONTESTACOES.                                         00026500
          05 WRK-CON-LINHA OCCURS 5000 TIMES.                           00026600
             10 WRK-CTB-REGISTRO.                                       00026700
                15 WRK-CTB-CHAVE       PIC X(08).                       00026800
                15 WRK-CTB-NUMERO      PIC 9(06).                       00026900
                15 WRK-CTB-DATA-MOV    PIC 9(08).                       00027000
                15 WRK-CTB-HISTORICO   PIC X(30).                       00027100
                15 WRK-CTB-VALOR       PIC 9(08).                       00027200
                15 WRK-CTB-TIPOMOV     PIC X(01).                       00027300
                15 WRK-CTB-MOTIVO      PIC X(20).                       00027400
                15 WRK-CTB-DATA-ABERT  PIC 9(08).                       00027500
                15 WRK-CTB-STATUS      PIC X(01).                       00027600
                15 WRK-CTB-DATA-PROVIS PIC 9(08).                       00027700
                15 WRK-CTB-DATA-RESOL  PIC 9(08).                       00027800
                15 FILLER              PIC X(04).                       00027900
             10 WRK-CTB-SW-LISTADA     PIC X(01).                       00028000
                                                                        00028100
       01 FILLER          PIC X(64) VALUE                               00028200
           '-----------TRANSACOES DO TRANSCON---------------'.          00028300
                                                                        00028400
       77 WRK-QTD-TRN     PIC 9(04) VALUE ZEROES.                       00028500
       77 WRK-SUB-TRN     PIC 9(04) VALUE ZEROES.                       00028600
       01 WRK-TAB-TRANSACOES.                                           00028700
          05 WRK-TRN-LINHA OCCURS 500 TIMES.                            00028800
             10 WRK-TRN-OPERACAO    PIC X(08).                          00028900
             10 WRK-TRN-CHAVE       PIC X(08).                          00029000
             10 WRK-TRN-NUMERO      PIC 9(06).                          00029100
             10 WRK-TRN-DATA-MOV    PIC 9(08).                          00029200
             10 WRK-TRN-VALOR       PIC 9(08).                          00029300
             10 WRK-TRN-MOTIVO      PIC X(20).                          00029400
             10 WRK-TRN-HISTORICO   PIC X(30).                          00029500
             10 WRK-TRN-TIPOMOV     PIC X(01).                          00029600
             10 WRK-TRN-SW-ACHOU    PIC X(01).                          00029700
                                                                        00029800
       01 FILLER          PIC X(64) VALUE                               00029900
           '-----------CALENDARIO (DIAS UTEIS)--------------'.          00030000
                                                                        00030100
       77 WRK-QTD-CAL     PIC 9(04) VALUE ZEROES.                       00030200
       77 WRK-SUB-CAL     PIC 9(04) VALUE ZEROES.                       00030300
       77 WRK-CONTADOS    PIC 9(04) VALUE ZEROES.                       00030400
       01 WRK-TAB-CALENDARIO.                                           00030500
          05 WRK-CAL-LINHA OCCURS 800 TIMES.                            00030600
             10 WRK-CAL-DATA       PIC 9(08).                           00030700
             10 WRK-CAL-FLAG       PIC X(01).                           00030800
                                                                        00030900
      *----DIAS CORRIDOS DE UMA DATA (ENVELHECIMENTO)----------------*  00031000
       01 WRK-DN-DATA.                                                  00031100
          05 WRK-DN-ANO          PIC 9(04).                             00031200
          05 WRK-DN-MES          PIC 9(02).                             00031300
          05 WRK-DN-DIA          PIC 9(02).                             00031400
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00031500
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00031600
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00031700
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00031800
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00031900
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00032000
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00032100
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00032200
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00032300
                                                                        00032400
       01 FILLER          PIC X(64) VALUE                               00032500
           '-----------CONTADORES E CONTROLES---------------'.          00032600
                                                                        00032700
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00032800
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00032900
       77 WRK-SW-FIM-CON  PIC X(01) VALUE 'N'.                          00033000
           88 WRK-FIM-CONTEST       VALUE 'S'.                          00033100
       77 WRK-SW-FIM-TRN  PIC X(01) VALUE 'N'.                          00033200
           88 WRK-FIM-TRANSCON      VALUE 'S'.                          00033300
       77 WRK-SW-FIM-HIS  PIC X(01) VALUE 'N'.                          00033400
           88 WRK-FIM-HISTMOV       VALUE 'S'.                          00033500
       77 WRK-SW-FIM-CAL  PIC X(01) VALUE 'N'.                          00033600
           88 WRK-FIM-CALENDARIO    VALUE 'S'.                          00033700
       77 WRK-SW-ACEITA   PIC X(01) VALUE 'N'.                          00033800
           88 WRK-TRANS-ACEITA      VALUE 'S'.                          00033900
                                                                        00034000
       77 WRK-REGCONTEST  PIC 9(05) VALUE ZEROES.                       00034100
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00034200
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00034300
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00034350
       77 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROES.                       00034400
       77 WRK-QTD-PROCED  PIC 9(05) VALUE ZEROES.                       00034500
       77 WRK-QTD-IMPROC  PIC 9(05) VALUE ZEROES.                       00034600
       77 WRK-QTD-PROVIS  PIC 9(05) VALUE ZEROES.                       00034700
       77 WRK-REGCONNOVO  PIC 9(05) VALUE ZEROES.                       00034800
       77 WRK-REGMOVCON   PIC 9(05) VALUE ZEROES.                       00034900
       77 WRK-HASH-MOVCON PIC 9(12) VALUE ZEROES.                       00035000
                                                                        00035100
      *----LANCAMENTO EM CURSO---------------------------------------*  00035200
       77 WRK-RESULTADO   PIC X(34) VALUE SPACES.                       00035300
       01 WRK-HIST-LANCTO.                                              00035400
          05 WRK-HLC-TEXTO       PIC X(24).                             00035500
          05 WRK-HLC-NUMERO      PIC 9(06).                             00035600
       77 WRK-TIPO-LANCTO PIC X(01) VALUE SPACE.                        00035700
                                                                        00035800
      *----ENVELHECIMENTO POR AGENCIA--------------------------------*  00035900
       77 WRK-AGE-AGENCIA PIC X(04) VALUE SPACES.                       00036000
       77 WRK-DIAS-ABERTO PIC 9(05) VALUE ZEROES.                       00036100
       01 WRK-TAB-FAIXAS.                                               00036200
          05 WRK-FAIXA-LINHA OCCURS 4 TIMES.                            00036300
             10 WRK-FXA-QTD         PIC 9(05).                          00036400
             10 WRK-FXA-VALOR       PIC 9(10).                          00036500
             10 WRK-FXA-TOT-QTD     PIC 9(05).                          00036600
             10 WRK-FXA-TOT-VALOR   PIC 9(10).                          00036700
       77 WRK-IDX-FAIXA   PIC 9(01) VALUE ZEROES.                       00036800
       77 WRK-SUB-FAIXA   PIC 9(01) VALUE ZEROES.                       00036900
                                                                        00037000
       01 FILLER          PIC X(64) VALUE                               00037100
           '-----------CONTROLE GRAVADO NO CONNOVO/MOVCON---'.          00037200
                                                                        00037300
       01 WRK-CONNOVO-CAB.                                              00037400
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00037500
          05 FILLER              PIC X(01) VALUE SPACE.                 00037600
          05 WRK-CABN-DATA       PIC 9(08).                             00037700
          05 FILLER              PIC X(01) VALUE SPACE.                 00037800
          05 FILLER              PIC X(08) VALUE 'FR19EX55'.            00037900
          05 FILLER              PIC X(83) VALUE SPACES.                00038000
                                                                        00038100
       01 WRK-CONNOVO-TRL.                                              00038200
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00038300
          05 FILLER              PIC X(01) VALUE SPACE.                 00038400
          05 WRK-TRLN-QTD        PIC 9(05).                             00038500
          05 FILLER              PIC X(95) VALUE SPACES.                00038600
                                                                        00038700
      *----CONTROLE CABECALHO/RODAPE DO MOVCON, NO MESMO LAYOUT----*    00038800
      *----DO MOVTAR, PARA A CONFERENCIA DE ENTRADA DO FR19EX04----*    00038900
       01 WRK-MOVCON-CAB.                                               00039000
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00039100
          05 FILLER              PIC X(01) VALUE SPACE.                 00039200
          05 FILLER              PIC X(08) VALUE 'FR19EX55'.            00039300
          05 FILLER              PIC X(01) VALUE SPACE.                 00039400
          05 FILLER              PIC X(09) VALUE 'CONTESTAC'.           00039500
          05 FILLER              PIC X(01) VALUE SPACE.                 00039600
          05 WRK-CABM-DATA       PIC 9(08).                             00039700
          05 FILLER              PIC X(18) VALUE SPACES.                00039800
                                                                        00039900
       01 WRK-MOVCON-TRL.                                               00040000
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00040100
          05 FILLER              PIC X(01) VALUE SPACE.                 00040200
          05 WRK-TRLM-QTD        PIC 9(05).                             00040300
          05 FILLER              PIC X(01) VALUE SPACE.                 00040400
          05 WRK-TRLM-HASH       PIC 9(12).                             00040500
          05 FILLER              PIC X(27) VALUE SPACES.                00040600
                                                                        00040700
       01 FILLER          PIC X(64) VALUE                               00040800
           '-----------LINHAS DOS RELATORIOS----------------'.          00040900
                                                                        00041000
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00041100
                                                                        00041200
       01 WRK-LINHA-TITULO.                                             00041300
          05 FILLER              PIC X(46) VALUE                        00041400
             'CONTESTACOES - TRANSACOES E CREDITOS          '.          00041500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00041600
          05 WRK-TIT-DATA        PIC 9(08).                             00041700
          05 FILLER              PIC X(18) VALUE SPACES.                00041800
                                                                        00041900
       01 WRK-LINHA-TRANSACAO.                                          00042000
          05 WRK-LTR-OPERACAO    PIC X(08).                             00042100
          05 FILLER              PIC X(01) VALUE SPACE.                 00042200
          05 WRK-LTR-AGENCIA     PIC X(04).                             00042300
          05 FILLER              PIC X(01) VALUE '/'.                   00042400
          05 WRK-LTR-CONTA       PIC X(04).                             00042500
          05 FILLER              PIC X(01) VALUE SPACE.                 00042600
          05 WRK-LTR-NUMERO      PIC 9(06).                             00042700
          05 FILLER              PIC X(01) VALUE SPACE.                 00042800
          05 WRK-LTR-DATA        PIC 9(08).                             00042900
          05 FILLER              PIC X(01) VALUE SPACE.                 00043000
          05 WRK-LTR-VALOR       PIC ZZZZZZZ9.                          00043100
          05 FILLER              PIC X(01) VALUE SPACE.                 00043200
          05 WRK-LTR-RESULTADO   PIC X(34).                             00043300
          05 FILLER              PIC X(02) VALUE SPACES.                00043400
                                                                        00043409
       01 WRK-LINHA-NEGADO.                                             00043418
          05 FILLER              PIC X(10) VALUE SPACES.                00043427
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00043436
          05 WRK-NEG-OPERADOR    PIC X(08).                             00043445
          05 FILLER              PIC X(03) VALUE ' - '.                 00043454
          05 WRK-NEG-NOME        PIC X(30).                             00043463
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00043472
          05 WRK-NEG-PERFIL      PIC X(08).                             00043481
          05 FILLER              PIC X(03) VALUE SPACES.                00043490
                                                                        00043500
       01 WRK-LINHA-AGE-TITULO.                                         00043600
          05 FILLER              PIC X(46) VALUE                        00043700
             'ENVELHECIMENTO DAS CONTESTACOES EM ABERTO     '.          00043800
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00043900
          05 WRK-TAG-DATA        PIC 9(08).                             00044000
          05 FILLER              PIC X(18) VALUE SPACES.                00044100
                                                                        00044200
       01 WRK-LINHA-AGE-AGENCIA.                                        00044300
          05 FILLER              PIC X(08) VALUE 'AGENCIA '.            00044400
          05 WRK-LAA-AGENCIA     PIC X(04).                             00044500
          05 FILLER              PIC X(68) VALUE SPACES.                00044600
                                                                        00044700
       01 WRK-LINHA-AGE-COLUNAS.                                        00044800
          05 FILLER              PIC X(40) VALUE                        00044900
             '  NUMERO  CONTA ABERTURA  DIAS SITUACAO '.                00045000
          05 FILLER              PIC X(40) VALUE                        00045100
             '     VALOR  DEBITO CONTESTADO           '.                00045200
                                                                        00045300
       01 WRK-LINHA-AGE-DETALHE.                                        00045400
          05 FILLER              PIC X(02) VALUE SPACES.                00045500
          05 WRK-LAD-NUMERO      PIC 9(06).                             00045600
          05 FILLER              PIC X(02) VALUE SPACES.                00045700
          05 WRK-LAD-CONTA       PIC X(04).                             00045800
          05 FILLER              PIC X(02) VALUE SPACES.                00045900
          05 WRK-LAD-ABERTURA    PIC 9(08).                             00046000
          05 FILLER              PIC X(01) VALUE SPACE.                 00046100
          05 WRK-LAD-DIAS        PIC ZZZZ9.                             00046200
          05 FILLER              PIC X(01) VALUE SPACE.                 00046300
          05 WRK-LAD-SITUACAO    PIC X(10).                             00046400
          05 FILLER              PIC X(01) VALUE SPACE.                 00046500
          05 WRK-LAD-VALOR       PIC ZZZZZZZ9.                          00046600
          05 FILLER              PIC X(02) VALUE SPACES.                00046700
          05 WRK-LAD-HISTORICO   PIC X(28).                             00046800
                                                                        00046900
       01 WRK-LINHA-AGE-FAIXAS.                                         00047000
          05 WRK-LAF-ROTULO      PIC X(12).                             00047100
          05 FILLER              PIC X(08) VALUE 'ATE 10: '.            00047200
          05 WRK-LAF-QTD1        PIC ZZZ9.                              00047300
          05 FILLER              PIC X(09) VALUE '  11-30: '.           00047400
          05 WRK-LAF-QTD2        PIC ZZZ9.                              00047500
          05 FILLER              PIC X(09) VALUE '  31-60: '.           00047600
          05 WRK-LAF-QTD3        PIC ZZZ9.                              00047700
          05 FILLER              PIC X(07) VALUE '  +60: '.             00047800
          05 WRK-LAF-QTD4        PIC ZZZ9.                              00047900
          05 FILLER              PIC X(08) VALUE '  VALOR '.            00048000
          05 WRK-LAF-VALOR       PIC ZZZZZZZZZ9.                        00048100
          05 FILLER              PIC X(01) VALUE SPACE.                 00048200
                                                                        00048300
      *=============================================================*   00048400
       PROCEDURE DIVISION.                                              00048500
      *=============================================================*   00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       0000-PRINCIPAL                           SECTION.                00048900
      *-------------------------------------------------------------*   00049000
                                                                        00049100
            PERFORM  1000-INICIAR.                                      00049200
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00049300
            PERFORM  1200-CARREGAR-CONTEST UNTIL WRK-FIM-CONTEST.       00049400
            PERFORM  1300-CARREGAR-TRANSCON UNTIL WRK-FIM-TRANSCON.     00049500
            PERFORM  1400-LER-HISTMOV UNTIL WRK-FIM-HISTMOV.            00049600
            PERFORM  1500-CARREGAR-CALENDARIO UNTIL WRK-FIM-CALENDARIO. 00049700
                                                                        00049800
            MOVE 1 TO WRK-SUB-TRN.                                      00049900
            PERFORM  2000-PROCESSAR                                     00050000
                     UNTIL WRK-SUB-TRN GREATER WRK-QTD-TRN.             00050100
                                                                        00050200
            MOVE 1 TO WRK-SUB-CON.                                      00050300
            PERFORM  2400-CREDITO-PROVISORIO                            00050400
                     UNTIL WRK-SUB-CON GREATER WRK-QTD-CON.             00050500
                                                                        00050600
            WRITE FD-CONNOVO FROM WRK-CONNOVO-CAB.                      00050700
            MOVE 1 TO WRK-SUB-CON.                                      00050800
            PERFORM  2500-GRAVAR-CONNOVO                                00050900
                     UNTIL WRK-SUB-CON GREATER WRK-QTD-CON.             00051000
                                                                        00051100
            MOVE 1 TO WRK-SUB-CON.                                      00051200
            PERFORM  2600-ENVELHECER-AGENCIA                            00051300
                     UNTIL WRK-SUB-CON GREATER WRK-QTD-CON.             00051400
                                                                        00051500
            PERFORM  3000-FINALIZAR.                                    00051600
                                                                        00051700
            STOP RUN.                                                   00051800
                                                                        00051900
      *-------------------------------------------------------------*   00052000
       1000-INICIAR                             SECTION.                00052100
      *-------------------------------------------------------------*   00052200
             OPEN INPUT  CLIENTES CONTEST TRANSCON HISTMOV CALENDAR     00052300
                  OUTPUT CONNOVO MOVCON RELCON RELAGE.                  00052400
                                                                        00052500
               PERFORM 4000-TESTARSTATUS.                               00052600
                                                                        00052700
               ACCEPT WRK-DATACICLO FROM SYSIN.                         00052800
               IF WRK-DATACICLO-AC EQUAL ZEROS                          00052900
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00053000
               ELSE                                                     00053100
                  MOVE WRK-DATACICLO-AC TO WRK-DATA-CICLO               00053200
               END-IF.                                                  00053300
                                                                        00053400
               ACCEPT WRK-PRAZO FROM SYSIN.                             00053500
               IF WRK-PRAZO-AC EQUAL ZEROS                              00053600
                  MOVE 010 TO WRK-DIAS-PRAZO                            00053700
               ELSE                                                     00053800
                  MOVE WRK-PRAZO-AC TO WRK-DIAS-PRAZO                   00053900
               END-IF.                                                  00054000
                                                                        00054033
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00054066
                                                                        00054100
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00054200
               PERFORM 5000-CALCULAR-DIAS.                              00054300
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00054400
                                                                        00054500
               MOVE WRK-DATA-CICLO TO WRK-CABN-DATA                     00054600
                                      WRK-CABM-DATA                     00054700
                                      WRK-TIT-DATA                      00054800
                                      WRK-TAG-DATA.                     00054900
               WRITE FD-MOVCON FROM WRK-MOVCON-CAB.                     00055000
                                                                        00055100
               WRITE FD-RELCON FROM WRK-LINHA-TRACO.                    00055200
               WRITE FD-RELCON FROM WRK-LINHA-TITULO.                   00055300
               WRITE FD-RELCON FROM WRK-LINHA-TRACO.                    00055400
                                                                        00055500
               WRITE FD-RELAGE FROM WRK-LINHA-TRACO.                    00055600
               WRITE FD-RELAGE FROM WRK-LINHA-AGE-TITULO.               00055700
                                                                        00055800
               MOVE ZEROES TO WRK-TAB-FAIXAS.                           00055900
                                                                        00056000
               MOVE 'FR19EX55' TO WRK-EST-PROGRAMA.                     00056100
               MOVE 'I' TO WRK-EST-EVENTO.                              00056200
               MOVE ZEROES TO WRK-EST-LIDOS                             00056300
                              WRK-EST-GRAVADOS                          00056400
                              WRK-EST-REJEITADOS.                       00056500
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00056600
                                                                        00056700
       1000-99-FIM.              EXIT.                                  00056800
      *-------------------------------------------------------------*   00056900
       1100-CARREGAR-CLIENTES                   SECTION.                00057000
      *-------------------------------------------------------------*   00057100
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00057200
             READ CLIENTES                                              00057300
               AT END                                                   00057400
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00057500
             END-READ.                                                  00057600
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00057700
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00057800
                GO TO 1100-99-FIM.                                      00057900
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00058000
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00058100
                GO TO 1100-99-FIM.                                      00058200
             IF WRK-QTD-CONTAS NOT LESS 2000                            00058300
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00058400
                MOVE '1100' TO WRK-SECAO                                00058500
                PERFORM 9100-ERRO-CONTROLE                              00058600
             END-IF.                                                    00058700
             ADD 1 TO WRK-QTD-CONTAS.                                   00058800
             MOVE FD-CHAVE TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).           00058900
       1100-99-FIM.              EXIT.                                  00059000
      *-------------------------------------------------------------*   00059100
       1200-CARREGAR-CONTEST                    SECTION.                00059200
      *-------------------------------------------------------------*   00059300
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00059400
             READ CONTEST                                               00059500
               AT END                                                   00059600
                 MOVE 'S' TO WRK-SW-FIM-CON                             00059700
             END-READ.                                                  00059800
             PERFORM 4200-TESTARSTATUS-CONTEST.                         00059900
             IF WRK-FS-CONTEST NOT EQUAL 00                             00060000
                GO TO 1200-99-FIM.                                      00060100
             IF FD-CONTEST (1:9) EQUAL 'CABECALHO'                      00060200
                OR FD-CONTEST (1:6) EQUAL 'RODAPE'                      00060300
                GO TO 1200-99-FIM.                                      00060400
             IF WRK-QTD-CON NOT LESS 5000                               00060500
                MOVE 'TABELA DE CONTESTACOES CHEIA ' TO WRK-MSGERRO     00060600
                MOVE '1200' TO WRK-SECAO                                00060700
                PERFORM 9100-ERRO-CONTROLE                              00060800
             END-IF.                                                    00060900
             ADD 1 TO WRK-QTD-CON.                                      00061000
             ADD 1 TO WRK-REGCONTEST.                                   00061100
             MOVE FD-CONTEST TO WRK-CTB-REGISTRO (WRK-QTD-CON).         00061200
             IF FD-CON-NUMERO GREATER WRK-ULTIMO-NUM                    00061300
                MOVE FD-CON-NUMERO TO WRK-ULTIMO-NUM                    00061400
             END-IF.                                                    00061500
       1200-99-FIM.              EXIT.                                  00061600
      *-------------------------------------------------------------*   00061700
       1300-CARREGAR-TRANSCON                   SECTION.                00061800
      *-------------------------------------------------------------*   00061900
      *   AS TRANSACOES FICAM EM MEMORIA PARA QUE UMA UNICA LEITURA *   00062000
      *   DO HISTMOV LOCALIZE O DEBITO DE TODAS AS ABERTURAS.       *   00062100
      *-------------------------------------------------------------*   00062200
             READ TRANSCON                                              00062300
               AT END                                                   00062400
                 MOVE 'S' TO WRK-SW-FIM-TRN                             00062500
             END-READ.                                                  00062600
             PERFORM 4300-TESTARSTATUS-TRANSCON.                        00062700
             IF WRK-FS-TRANSCON NOT EQUAL 00                            00062800
                GO TO 1300-99-FIM.                                      00062900
             IF WRK-QTD-TRN NOT LESS 500                                00063000
                MOVE 'TABELA DE TRANSACOES ESGOTADA' TO WRK-MSGERRO     00063100
                MOVE '1300' TO WRK-SECAO                                00063200
                PERFORM 9100-ERRO-CONTROLE                              00063300
             END-IF.                                                    00063400
             ADD 1 TO WRK-REGTRANS.                                     00063500
             PERFORM 1350-VERIFICAR-AUTORIZACAO.                        00063525
             IF NOT WRK-AUT-AUTORIZADO                                  00063550
                GO TO 1300-99-FIM.                                      00063575
             ADD 1 TO WRK-QTD-TRN.                                      00063600
             MOVE FD-TCO-OPERACAO TO WRK-TRN-OPERACAO (WRK-QTD-TRN).    00063700
             MOVE FD-TCO-CHAVE    TO WRK-TRN-CHAVE (WRK-QTD-TRN).       00063800
             MOVE FD-TCO-NUMERO   TO WRK-TRN-NUMERO (WRK-QTD-TRN).      00063900
             MOVE FD-TCO-DATA-MOV TO WRK-TRN-DATA-MOV (WRK-QTD-TRN).    00064000
             MOVE FD-TCO-VALOR    TO WRK-TRN-VALOR (WRK-QTD-TRN).       00064100
             MOVE FD-TCO-MOTIVO   TO WRK-TRN-MOTIVO (WRK-QTD-TRN).      00064200
             MOVE SPACES          TO WRK-TRN-HISTORICO (WRK-QTD-TRN)    00064300
                                     WRK-TRN-TIPOMOV (WRK-QTD-TRN).     00064400
             MOVE 'N'             TO WRK-TRN-SW-ACHOU (WRK-QTD-TRN).    00064500
       1300-99-FIM.              EXIT.                                  00064600
      *-------------------------------------------------------------*   00064602
       1350-VERIFICAR-AUTORIZACAO               SECTION.                00064605
      *-------------------------------------------------------------*   00064608
      *   O OPERADOR DO TRANSCON PRECISA DE PERMISSAO PARA A        *   00064610
      *   OPERACAO NO FR19EX55 (MODULO AUTORIZA). SEM ELA, OU COM   *   00064613
      *   OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO NAO ENTRA NA   *   00064616
      *   TABELA E O RELCON MOSTRA QUEM LIBEROU O ARQUIVO.          *   00064618
      *-------------------------------------------------------------*   00064621
             MOVE 'FR19EX55'      TO WRK-AUT-PROGRAMA.                  00064624
             MOVE FD-TCO-OPERACAO TO WRK-AUT-OPERACAO.                  00064627
             MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                  00064629
             MOVE FD-TCO-CHAVE    TO WRK-AUT-CHAVE.                     00064632
             CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                00064635
             IF NOT WRK-AUT-AUTORIZADO                                  00064637
                IF WRK-AUT-NEGADO                                       00064640
                   MOVE 'NAO AUTORIZADO - RECUSADA'                     00064643
                        TO WRK-LTR-RESULTADO                            00064645
                ELSE                                                    00064648
                   MOVE 'OPERADOR DESCONHECIDO/INATIVO'                 00064651
                        TO WRK-LTR-RESULTADO                            00064654
                END-IF                                                  00064656
                ADD 1 TO WRK-QTD-RECUSA                                 00064659
                         WRK-QTD-NEGADA                                 00064662
                MOVE FD-TCO-OPERACAO    TO WRK-LTR-OPERACAO             00064664
                MOVE FD-TCO-CHAVE (1:4) TO WRK-LTR-AGENCIA              00064667
                MOVE FD-TCO-CHAVE (5:4) TO WRK-LTR-CONTA                00064670
                MOVE FD-TCO-NUMERO      TO WRK-LTR-NUMERO               00064672
                MOVE FD-TCO-DATA-MOV    TO WRK-LTR-DATA                 00064675
                MOVE FD-TCO-VALOR       TO WRK-LTR-VALOR                00064678
                WRITE FD-RELCON FROM WRK-LINHA-TRANSACAO                00064681
                MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                00064683
                MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                    00064686
                MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                  00064689
                WRITE FD-RELCON FROM WRK-LINHA-NEGADO                   00064691
             END-IF.                                                    00064694
       1350-99-FIM.              EXIT.                                  00064697
      *-------------------------------------------------------------*   00064700
       1400-LER-HISTMOV                         SECTION.                00064800
      *-------------------------------------------------------------*   00064900
      *   SO INTERESSAM DEBITOS EFETIVADOS (CREDITOS C/F/E NAO SE   *   00065000
      *   CONTESTAM).                                               *   00065100
      *-------------------------------------------------------------*   00065200
             READ HISTMOV                                               00065300
               AT END                                                   00065400
                 MOVE 'S' TO WRK-SW-FIM-HIS                             00065500
             END-READ.                                                  00065600
             PERFORM 4400-TESTARSTATUS-HISTMOV.                         00065700
             IF WRK-FS-HISTMOV NOT EQUAL 00                             00065800
                GO TO 1400-99-FIM.                                      00065900
             IF FD-HIS-SITUACAO NOT EQUAL 'P'                           00066000
                OR FD-HIS-TIPOMOV EQUAL 'C'                             00066100
                OR FD-HIS-TIPOMOV EQUAL 'F'                             00066200
                OR FD-HIS-TIPOMOV EQUAL 'E'                             00066300
                GO TO 1400-99-FIM.                                      00066400
             MOVE 1 TO WRK-SUB-TRN.                                     00066500
             PERFORM 1410-CASAR-ABERTURA                                00066600
                     UNTIL WRK-SUB-TRN GREATER WRK-QTD-TRN.             00066700
       1400-99-FIM.              EXIT.                                  00066800
      *-------------------------------------------------------------*   00066900
       1410-CASAR-ABERTURA                      SECTION.                00067000
      *-------------------------------------------------------------*   00067100
            IF WRK-TRN-OPERACAO (WRK-SUB-TRN) EQUAL 'ABRE    '          00067200
               AND WRK-TRN-SW-ACHOU (WRK-SUB-TRN) EQUAL 'N'             00067300
               AND WRK-TRN-CHAVE (WRK-SUB-TRN) EQUAL FD-HIS-CHAVE       00067400
               AND WRK-TRN-DATA-MOV (WRK-SUB-TRN) EQUAL FD-HIS-DATA     00067500
               AND WRK-TRN-VALOR (WRK-SUB-TRN) EQUAL FD-HIS-VALOR       00067600
               MOVE FD-HIS-HISTORICO TO WRK-TRN-HISTORICO (WRK-SUB-TRN) 00067700
               MOVE FD-HIS-TIPOMOV   TO WRK-TRN-TIPOMOV (WRK-SUB-TRN)   00067800
               MOVE 'S' TO WRK-TRN-SW-ACHOU (WRK-SUB-TRN)               00067900
            END-IF.                                                     00068000
            ADD 1 TO WRK-SUB-TRN.                                       00068100
       1410-99-FIM.              EXIT.                                  00068200
      *-------------------------------------------------------------*   00068300
       1500-CARREGAR-CALENDARIO                 SECTION.                00068400
      *-------------------------------------------------------------*   00068500
             READ CALENDAR                                              00068600
               AT END                                                   00068700
                 MOVE 'S' TO WRK-SW-FIM-CAL                             00068800
             END-READ.                                                  00068900
             PERFORM 4500-TESTARSTATUS-CALENDAR.                        00069000
             IF WRK-FS-CALENDAR NOT EQUAL 00                            00069100
                GO TO 1500-99-FIM.                                      00069200
             IF WRK-QTD-CAL LESS 800                                    00069300
                ADD 1 TO WRK-QTD-CAL                                    00069400
                MOVE FD-CAL-DATA TO WRK-CAL-DATA (WRK-QTD-CAL)          00069500
                MOVE FD-CAL-FLAG TO WRK-CAL-FLAG (WRK-QTD-CAL)          00069600
             ELSE                                                       00069700
                DISPLAY ' CALENDARIO ESGOTADO (800 DIAS)'               00069800
             END-IF.                                                    00069900
       1500-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       2000-PROCESSAR                           SECTION.                00070200
      *-------------------------------------------------------------*   00070300
      *   CONTA COMUM AS TRES OPERACOES; DEPOIS CADA UMA TEM A SUA  *   00070400
      *   CRITICA. O RESULTADO SAI NO RELCON.                       *   00070500
      *-------------------------------------------------------------*   00070600
            MOVE SPACES TO WRK-RESULTADO.                               00070700
            MOVE 'N'    TO WRK-SW-ACEITA.                               00070800
            MOVE WRK-TRN-CHAVE (WRK-SUB-TRN) TO WRK-CHAVE-BUSCA.        00070900
            PERFORM 2900-LOCALIZAR-CONTA.                               00071000
            MOVE WRK-TRN-NUMERO (WRK-SUB-TRN) TO WRK-LTR-NUMERO.        00071100
            EVALUATE TRUE                                               00071200
              WHEN WRK-TRN-OPERACAO (WRK-SUB-TRN) NOT EQUAL 'ABRE    '  00071300
                   AND WRK-TRN-OPERACAO (WRK-SUB-TRN)                   00071400
                       NOT EQUAL 'PROCEDE '                             00071500
                   AND WRK-TRN-OPERACAO (WRK-SUB-TRN)                   00071600
                       NOT EQUAL 'IMPROCED'                             00071700
                MOVE 'OPERACAO INVALIDA - RECUSADA  ' TO WRK-RESULTADO  00071800
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00071900
                MOVE 'CONTA INEXISTENTE - RECUSADA  ' TO WRK-RESULTADO  00072000
              WHEN WRK-TRN-OPERACAO (WRK-SUB-TRN) EQUAL 'ABRE    '      00072100
                PERFORM 2100-ABRIR-CONTESTACAO                          00072200
              WHEN OTHER                                                00072300
                PERFORM 2200-RESOLVER-CONTESTACAO                       00072400
            END-EVALUATE.                                               00072500
            IF NOT WRK-TRANS-ACEITA                                     00072600
               ADD 1 TO WRK-QTD-RECUSA                                  00072700
            END-IF.                                                     00072800
                                                                        00072900
            MOVE WRK-TRN-OPERACAO (WRK-SUB-TRN) TO WRK-LTR-OPERACAO.    00073000
            MOVE WRK-TRN-CHAVE (WRK-SUB-TRN) (1:4) TO WRK-LTR-AGENCIA.  00073100
            MOVE WRK-TRN-CHAVE (WRK-SUB-TRN) (5:4) TO WRK-LTR-CONTA.    00073200
            MOVE WRK-TRN-DATA-MOV (WRK-SUB-TRN)    TO WRK-LTR-DATA.     00073300
            MOVE WRK-TRN-VALOR (WRK-SUB-TRN)       TO WRK-LTR-VALOR.    00073400
            MOVE WRK-RESULTADO                     TO WRK-LTR-RESULTADO.00073500
            WRITE FD-RELCON FROM WRK-LINHA-TRANSACAO.                   00073600
            ADD 1 TO WRK-SUB-TRN.                                       00073700
                                                                        00073800
       2000-99-FIM.              EXIT.                                  00073900
      *-------------------------------------------------------------*   00074000
       2100-ABRIR-CONTESTACAO                   SECTION.                00074100
      *-------------------------------------------------------------*   00074200
            IF WRK-TRN-SW-ACHOU (WRK-SUB-TRN) EQUAL 'N'                 00074300
               MOVE 'DEBITO NAO ENCONTRADO NO HISTMOV' TO WRK-RESULTADO 00074400
               GO TO 2100-99-FIM.                                       00074500
            IF WRK-TRN-MOTIVO (WRK-SUB-TRN) EQUAL SPACES                00074600
               MOVE 'MOTIVO NAO INFORMADO - RECUSADA' TO WRK-RESULTADO  00074700
               GO TO 2100-99-FIM.                                       00074800
                                                                        00074900
            MOVE ZEROES TO WRK-IDX-CON.                                 00075000
            MOVE 1 TO WRK-SUB-CON.                                      00075100
            PERFORM 2110-COMPARAR-DEBITO                                00075200
                    UNTIL WRK-SUB-CON GREATER WRK-QTD-CON               00075300
                       OR WRK-IDX-CON GREATER ZEROES.                   00075400
            IF WRK-IDX-CON GREATER ZEROES                               00075500
               MOVE 'DEBITO JA CONTESTADO - RECUSADA' TO WRK-RESULTADO  00075600
               MOVE WRK-CTB-NUMERO (WRK-IDX-CON) TO WRK-LTR-NUMERO      00075700
               GO TO 2100-99-FIM.                                       00075800
                                                                        00075900
            IF WRK-QTD-CON NOT LESS 5000                                00076000
               MOVE 'TABELA DE CONTESTACOES CHEIA ' TO WRK-MSGERRO      00076100
               MOVE '2100' TO WRK-SECAO                                 00076200
               PERFORM 9100-ERRO-CONTROLE                               00076300
            END-IF.                                                     00076400
            ADD 1 TO WRK-QTD-CON.                                       00076500
            ADD 1 TO WRK-ULTIMO-NUM.                                    00076600
            MOVE SPACES TO WRK-CTB-REGISTRO (WRK-QTD-CON).              00076700
            MOVE WRK-TRN-CHAVE (WRK-SUB-TRN)                            00076800
                 TO WRK-CTB-CHAVE (WRK-QTD-CON).                        00076900
            MOVE WRK-ULTIMO-NUM TO WRK-CTB-NUMERO (WRK-QTD-CON).        00077000
            MOVE WRK-TRN-DATA-MOV (WRK-SUB-TRN)                         00077100
                 TO WRK-CTB-DATA-MOV (WRK-QTD-CON).                     00077200
            MOVE WRK-TRN-HISTORICO (WRK-SUB-TRN)                        00077300
                 TO WRK-CTB-HISTORICO (WRK-QTD-CON).                    00077400
            MOVE WRK-TRN-VALOR (WRK-SUB-TRN)                            00077500
                 TO WRK-CTB-VALOR (WRK-QTD-CON).                        00077600
            MOVE WRK-TRN-TIPOMOV (WRK-SUB-TRN)                          00077700
                 TO WRK-CTB-TIPOMOV (WRK-QTD-CON).                      00077800
            MOVE WRK-TRN-MOTIVO (WRK-SUB-TRN)                           00077900
                 TO WRK-CTB-MOTIVO (WRK-QTD-CON).                       00078000
            MOVE WRK-DATA-CICLO TO WRK-CTB-DATA-ABERT (WRK-QTD-CON).    00078100
            MOVE 'A'            TO WRK-CTB-STATUS (WRK-QTD-CON).        00078200
            MOVE ZEROES         TO WRK-CTB-DATA-PROVIS (WRK-QTD-CON)    00078300
                                   WRK-CTB-DATA-RESOL (WRK-QTD-CON).    00078400
            MOVE WRK-ULTIMO-NUM TO WRK-LTR-NUMERO.                      00078500
            ADD 1 TO WRK-QTD-ABERTAS.                                   00078600
            MOVE 'S' TO WRK-SW-ACEITA.                                  00078700
            MOVE 'CONTESTACAO ABERTA              ' TO WRK-RESULTADO.   00078800
       2100-99-FIM.              EXIT.                                  00078900
      *-------------------------------------------------------------*   00079000
       2110-COMPARAR-DEBITO                     SECTION.                00079100
      *-------------------------------------------------------------*   00079200
            IF WRK-CTB-CHAVE (WRK-SUB-CON) EQUAL                        00079300
                                    WRK-TRN-CHAVE (WRK-SUB-TRN)         00079400
               AND WRK-CTB-DATA-MOV (WRK-SUB-CON) EQUAL                 00079500
                                    WRK-TRN-DATA-MOV (WRK-SUB-TRN)      00079600
               AND WRK-CTB-VALOR (WRK-SUB-CON) EQUAL                    00079700
                                    WRK-TRN-VALOR (WRK-SUB-TRN)         00079800
               AND WRK-CTB-HISTORICO (WRK-SUB-CON) EQUAL                00079900
                                    WRK-TRN-HISTORICO (WRK-SUB-TRN)     00080000
               MOVE WRK-SUB-CON TO WRK-IDX-CON                          00080100
            END-IF.                                                     00080200
            ADD 1 TO WRK-SUB-CON.                                       00080300
       2110-99-FIM.              EXIT.                                  00080400
      *-------------------------------------------------------------*   00080500
       2200-RESOLVER-CONTESTACAO                SECTION.                00080600
      *-------------------------------------------------------------*   00080700
      *   PROCEDE: SEM PROVISORIO GERA O ESTORNO DEFINITIVO.        *   00080800
      *   IMPROCED: COM PROVISORIO GERA O DEBITO DE REVERSAO.       *   00080900
      *-------------------------------------------------------------*   00081000
            MOVE ZEROES TO WRK-IDX-CON.                                 00081100
            MOVE 1 TO WRK-SUB-CON.                                      00081200
            PERFORM 2210-COMPARAR-NUMERO                                00081300
                    UNTIL WRK-SUB-CON GREATER WRK-QTD-CON               00081400
                       OR WRK-IDX-CON GREATER ZEROES.                   00081500
            IF WRK-IDX-CON EQUAL ZEROES                                 00081600
               MOVE 'CONTESTACAO INEXISTENTE         ' TO WRK-RESULTADO 00081700
               GO TO 2200-99-FIM.                                       00081800
            IF WRK-CTB-CHAVE (WRK-IDX-CON) NOT EQUAL                    00081900
                                     WRK-TRN-CHAVE (WRK-SUB-TRN)        00082000
               MOVE 'CONTESTACAO DE OUTRA CONTA      ' TO WRK-RESULTADO 00082100
               GO TO 2200-99-FIM.                                       00082200
            IF WRK-CTB-STATUS (WRK-IDX-CON) EQUAL 'C'                   00082300
               OR WRK-CTB-STATUS (WRK-IDX-CON) EQUAL 'R'                00082400
               MOVE 'CONTESTACAO JA RESOLVIDA        ' TO WRK-RESULTADO 00082500
               GO TO 2200-99-FIM.                                       00082600
                                                                        00082700
            MOVE 'S' TO WRK-SW-ACEITA.                                  00082800
            MOVE WRK-DATA-CICLO TO WRK-CTB-DATA-RESOL (WRK-IDX-CON).    00082900
            MOVE WRK-IDX-CON TO WRK-SUB-CON.                            00083000
                                                                        00083100
            IF WRK-TRN-OPERACAO (WRK-SUB-TRN) EQUAL 'PROCEDE '          00083200
               ADD 1 TO WRK-QTD-PROCED                                  00083300
               IF WRK-CTB-STATUS (WRK-IDX-CON) EQUAL 'A'                00083400
                  MOVE 'ESTORNO CONTESTACAO     ' TO WRK-HLC-TEXTO      00083500
                  MOVE 'E' TO WRK-TIPO-LANCTO                           00083600
                  PERFORM 2950-GRAVAR-MOVCON                            00083700
                  MOVE 'PROCEDENTE - ESTORNO GERADO     '               00083800
                       TO WRK-RESULTADO                                 00083900
               ELSE                                                     00084000
                  MOVE 'PROCEDENTE - PROVISORIO MANTIDO '               00084100
                       TO WRK-RESULTADO                                 00084200
               END-IF                                                   00084300
               MOVE 'C' TO WRK-CTB-STATUS (WRK-IDX-CON)                 00084400
            ELSE                                                        00084500
               ADD 1 TO WRK-QTD-IMPROC                                  00084600
               IF WRK-CTB-STATUS (WRK-IDX-CON) EQUAL 'P'                00084700
                  MOVE 'REVERSAO CRED PROV CONT ' TO WRK-HLC-TEXTO      00084800
                  MOVE 'D' TO WRK-TIPO-LANCTO                           00084900
                  PERFORM 2950-GRAVAR-MOVCON                            00085000
                  MOVE 'IMPROCEDENTE - PROVISORIO REVERT'               00085100
                       TO WRK-RESULTADO                                 00085200
               ELSE                                                     00085300
                  MOVE 'IMPROCEDENTE - SEM LANCAMENTO   '               00085400
                       TO WRK-RESULTADO                                 00085500
               END-IF                                                   00085600
               MOVE 'R' TO WRK-CTB-STATUS (WRK-IDX-CON)                 00085700
            END-IF.                                                     00085800
       2200-99-FIM.              EXIT.                                  00085900
      *-------------------------------------------------------------*   00086000
       2210-COMPARAR-NUMERO                     SECTION.                00086100
      *-------------------------------------------------------------*   00086200
            IF WRK-CTB-NUMERO (WRK-SUB-CON) EQUAL                       00086300
                                    WRK-TRN-NUMERO (WRK-SUB-TRN)        00086400
               MOVE WRK-SUB-CON TO WRK-IDX-CON                          00086500
            END-IF.                                                     00086600
            ADD 1 TO WRK-SUB-CON.                                       00086700
       2210-99-FIM.              EXIT.                                  00086800
      *-------------------------------------------------------------*   00086900
       2400-CREDITO-PROVISORIO                  SECTION.                00087000
      *-------------------------------------------------------------*   00087100
      *   ABERTA HA N DIAS UTEIS OU MAIS: CREDITO PROVISORIO. OS    *   00087200
      *   DIAS CONTAM DO DIA UTIL SEGUINTE A ABERTURA ATE O CICLO.  *   00087300
      *-------------------------------------------------------------*   00087400
            IF WRK-CTB-STATUS (WRK-SUB-CON) NOT EQUAL 'A'               00087500
               GO TO 2400-90-PROXIMA.                                   00087600
                                                                        00087700
            MOVE ZEROES TO WRK-CONTADOS.                                00087800
            MOVE 1 TO WRK-SUB-CAL.                                      00087900
            PERFORM 2410-CONTAR-DIA-UTIL                                00088000
                    UNTIL WRK-SUB-CAL GREATER WRK-QTD-CAL.              00088100
            IF WRK-CONTADOS LESS WRK-DIAS-PRAZO                         00088200
               GO TO 2400-90-PROXIMA.                                   00088300
                                                                        00088400
            MOVE WRK-CTB-CHAVE (WRK-SUB-CON) TO WRK-CHAVE-BUSCA.        00088500
            PERFORM 2900-LOCALIZAR-CONTA.                               00088600
            MOVE 'PROVISOR' TO WRK-LTR-OPERACAO.                        00088700
            MOVE WRK-CTB-CHAVE (WRK-SUB-CON) (1:4) TO WRK-LTR-AGENCIA.  00088800
            MOVE WRK-CTB-CHAVE (WRK-SUB-CON) (5:4) TO WRK-LTR-CONTA.    00088900
            MOVE WRK-CTB-NUMERO (WRK-SUB-CON)      TO WRK-LTR-NUMERO.   00089000
            MOVE WRK-CTB-DATA-MOV (WRK-SUB-CON)    TO WRK-LTR-DATA.     00089100
            MOVE WRK-CTB-VALOR (WRK-SUB-CON)       TO WRK-LTR-VALOR.    00089200
            IF WRK-IDX-CONTA EQUAL ZEROES                               00089300
               MOVE 'CONTA FORA DO CLIENTES - PENDENTE'                 00089400
                    TO WRK-LTR-RESULTADO                                00089500
            ELSE                                                        00089600
               MOVE 'CRED PROV CONTESTACAO   ' TO WRK-HLC-TEXTO         00089700
               MOVE 'E' TO WRK-TIPO-LANCTO                              00089800
               PERFORM 2950-GRAVAR-MOVCON                               00089900
               MOVE 'P' TO WRK-CTB-STATUS (WRK-SUB-CON)                 00090000
               MOVE WRK-DATA-CICLO TO WRK-CTB-DATA-PROVIS (WRK-SUB-CON) 00090100
               ADD 1 TO WRK-QTD-PROVIS                                  00090200
               MOVE 'CREDITO PROVISORIO GERADO         '                00090300
                    TO WRK-LTR-RESULTADO                                00090400
            END-IF.                                                     00090500
            WRITE FD-RELCON FROM WRK-LINHA-TRANSACAO.                   00090600
                                                                        00090700
       2400-90-PROXIMA.                                                 00090800
            ADD 1 TO WRK-SUB-CON.                                       00090900
                                                                        00091000
       2400-99-FIM.              EXIT.                                  00091100
      *-------------------------------------------------------------*   00091200
       2410-CONTAR-DIA-UTIL                     SECTION.                00091300
      *-------------------------------------------------------------*   00091400
            IF WRK-CAL-FLAG (WRK-SUB-CAL) EQUAL 'U'                     00091500
               AND WRK-CAL-DATA (WRK-SUB-CAL) GREATER                   00091600
                   WRK-CTB-DATA-ABERT (WRK-SUB-CON)                     00091700
               AND WRK-CAL-DATA (WRK-SUB-CAL) NOT GREATER               00091800
                   WRK-DATA-CICLO                                       00091900
               ADD 1 TO WRK-CONTADOS                                    00092000
            END-IF.                                                     00092100
            ADD 1 TO WRK-SUB-CAL.                                       00092200
       2410-99-FIM.              EXIT.                                  00092300
      *-------------------------------------------------------------*   00092400
       2500-GRAVAR-CONNOVO                      SECTION.                00092500
      *-------------------------------------------------------------*   00092600
            MOVE WRK-CTB-REGISTRO (WRK-SUB-CON) TO FD-CONNOVO.          00092700
            WRITE FD-CONNOVO.                                           00092800
            ADD 1 TO WRK-REGCONNOVO.                                    00092900
            MOVE 'N' TO WRK-CTB-SW-LISTADA (WRK-SUB-CON).               00093000
            ADD 1 TO WRK-SUB-CON.                                       00093100
       2500-99-FIM.              EXIT.                                  00093200
      *-------------------------------------------------------------*   00093300
       2600-ENVELHECER-AGENCIA                  SECTION.                00093400
      *-------------------------------------------------------------*   00093500
      *   A PRIMEIRA CONTESTACAO EM ABERTO AINDA NAO LISTADA DE     *   00093600
      *   CADA AGENCIA ABRE O BLOCO, QUE JUNTA TODAS AS DA AGENCIA. *   00093700
      *-------------------------------------------------------------*   00093800
            IF WRK-CTB-SW-LISTADA (WRK-SUB-CON) EQUAL 'N'               00093900
               AND (WRK-CTB-STATUS (WRK-SUB-CON) EQUAL 'A'              00094000
                    OR WRK-CTB-STATUS (WRK-SUB-CON) EQUAL 'P')          00094100
               MOVE WRK-CTB-CHAVE (WRK-SUB-CON) (1:4)                   00094200
                    TO WRK-AGE-AGENCIA WRK-LAA-AGENCIA                  00094300
               MOVE 1 TO WRK-SUB-FAIXA                                  00094400
               PERFORM 2690-ZERAR-FAIXA-AGENCIA                         00094500
                       UNTIL WRK-SUB-FAIXA GREATER 4                    00094600
               WRITE FD-RELAGE FROM WRK-LINHA-TRACO                     00094700
               WRITE FD-RELAGE FROM WRK-LINHA-AGE-AGENCIA               00094800
               WRITE FD-RELAGE FROM WRK-LINHA-AGE-COLUNAS               00094900
                                                                        00095000
               MOVE WRK-SUB-CON TO WRK-SUB-AGE                          00095100
               PERFORM 2610-LISTAR-CONTESTACAO                          00095200
                       UNTIL WRK-SUB-AGE GREATER WRK-QTD-CON            00095300
                                                                        00095400
               MOVE 'TOTAL AGENC.'    TO WRK-LAF-ROTULO                 00095500
               MOVE WRK-FXA-QTD (1)   TO WRK-LAF-QTD1                   00095600
               MOVE WRK-FXA-QTD (2)   TO WRK-LAF-QTD2                   00095700
               MOVE WRK-FXA-QTD (3)   TO WRK-LAF-QTD3                   00095800
               MOVE WRK-FXA-QTD (4)   TO WRK-LAF-QTD4                   00095900
               COMPUTE WRK-LAF-VALOR = WRK-FXA-VALOR (1)                00096000
                                     + WRK-FXA-VALOR (2)                00096100
                                     + WRK-FXA-VALOR (3)                00096200
                                     + WRK-FXA-VALOR (4)                00096300
               WRITE FD-RELAGE FROM WRK-LINHA-AGE-FAIXAS                00096400
            END-IF.                                                     00096500
            ADD 1 TO WRK-SUB-CON.                                       00096600
                                                                        00096700
       2600-99-FIM.              EXIT.                                  00096800
      *-------------------------------------------------------------*   00096900
       2610-LISTAR-CONTESTACAO                  SECTION.                00097000
      *-------------------------------------------------------------*   00097100
      *   FAIXAS POR DIAS CORRIDOS DESDE A ABERTURA:                *   00097200
      *   1 = ATE 10, 2 = 11 A 30, 3 = 31 A 60, 4 = MAIS DE 60.     *   00097300
      *-------------------------------------------------------------*   00097400
            IF WRK-CTB-SW-LISTADA (WRK-SUB-AGE) EQUAL 'N'               00097500
               AND WRK-CTB-CHAVE (WRK-SUB-AGE) (1:4)                    00097600
                   EQUAL WRK-AGE-AGENCIA                                00097700
               AND (WRK-CTB-STATUS (WRK-SUB-AGE) EQUAL 'A'              00097800
                    OR WRK-CTB-STATUS (WRK-SUB-AGE) EQUAL 'P')          00097900
               MOVE 'S' TO WRK-CTB-SW-LISTADA (WRK-SUB-AGE)             00098000
               MOVE WRK-CTB-DATA-ABERT (WRK-SUB-AGE) TO WRK-DN-DATA     00098100
               PERFORM 5000-CALCULAR-DIAS                               00098200
               COMPUTE WRK-DIAS-ABERTO = WRK-DIAS-CICLO                 00098300
                                       - WRK-DN-RESULT                  00098400
               EVALUATE TRUE                                            00098500
                 WHEN WRK-DIAS-ABERTO NOT GREATER 10                    00098600
                   MOVE 1 TO WRK-IDX-FAIXA                              00098700
                 WHEN WRK-DIAS-ABERTO NOT GREATER 30                    00098800
                   MOVE 2 TO WRK-IDX-FAIXA                              00098900
                 WHEN WRK-DIAS-ABERTO NOT GREATER 60                    00099000
                   MOVE 3 TO WRK-IDX-FAIXA                              00099100
                 WHEN OTHER                                             00099200
                   MOVE 4 TO WRK-IDX-FAIXA                              00099300
               END-EVALUATE                                             00099400
               ADD 1 TO WRK-FXA-QTD (WRK-IDX-FAIXA)                     00099500
                        WRK-FXA-TOT-QTD (WRK-IDX-FAIXA)                 00099600
               ADD WRK-CTB-VALOR (WRK-SUB-AGE)                          00099700
                   TO WRK-FXA-VALOR (WRK-IDX-FAIXA)                     00099800
                      WRK-FXA-TOT-VALOR (WRK-IDX-FAIXA)                 00099900
                                                                        00100000
               MOVE WRK-CTB-NUMERO (WRK-SUB-AGE)  TO WRK-LAD-NUMERO     00100100
               MOVE WRK-CTB-CHAVE (WRK-SUB-AGE) (5:4)                   00100200
                    TO WRK-LAD-CONTA                                    00100300
               MOVE WRK-CTB-DATA-ABERT (WRK-SUB-AGE)                    00100400
                    TO WRK-LAD-ABERTURA                                 00100500
               MOVE WRK-DIAS-ABERTO               TO WRK-LAD-DIAS       00100600
               IF WRK-CTB-STATUS (WRK-SUB-AGE) EQUAL 'A'                00100700
                  MOVE 'ABERTA    ' TO WRK-LAD-SITUACAO                 00100800
               ELSE                                                     00100900
                  MOVE 'CRED.PROV.' TO WRK-LAD-SITUACAO                 00101000
               END-IF                                                   00101100
               MOVE WRK-CTB-VALOR (WRK-SUB-AGE)   TO WRK-LAD-VALOR      00101200
               MOVE WRK-CTB-HISTORICO (WRK-SUB-AGE)                     00101300
                    TO WRK-LAD-HISTORICO                                00101400
               WRITE FD-RELAGE FROM WRK-LINHA-AGE-DETALHE               00101500
            END-IF.                                                     00101600
            ADD 1 TO WRK-SUB-AGE.                                       00101700
                                                                        00101800
       2610-99-FIM.              EXIT.                                  00101900
      *-------------------------------------------------------------*   00102000
       2690-ZERAR-FAIXA-AGENCIA                 SECTION.                00102100
      *-------------------------------------------------------------*   00102200
            MOVE ZEROES TO WRK-FXA-QTD (WRK-SUB-FAIXA)                  00102300
                           WRK-FXA-VALOR (WRK-SUB-FAIXA).               00102400
            ADD 1 TO WRK-SUB-FAIXA.                                     00102500
       2690-99-FIM.              EXIT.                                  00102600
      *-------------------------------------------------------------*   00102700
       2900-LOCALIZAR-CONTA                     SECTION.                00102800
      *-------------------------------------------------------------*   00102900
            MOVE ZEROES TO WRK-IDX-CONTA.                               00103000
            MOVE 1 TO WRK-SUB-CONTAS.                                   00103100
            PERFORM 2910-COMPARAR-CONTA                                 00103200
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00103300
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00103400
       2900-99-FIM.              EXIT.                                  00103500
      *-------------------------------------------------------------*   00103600
       2910-COMPARAR-CONTA                      SECTION.                00103700
      *-------------------------------------------------------------*   00103800
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00103900
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00104000
            END-IF.                                                     00104100
            ADD 1 TO WRK-SUB-CONTAS.                                    00104200
       2910-99-FIM.              EXIT.                                  00104300
      *-------------------------------------------------------------*   00104400
       2950-GRAVAR-MOVCON                       SECTION.                00104500
      *-------------------------------------------------------------*   00104600
      *   LANCAMENTO DA CONTESTACAO WRK-SUB-CON; O NUMERO NO        *   00104700
      *   HISTORICO LIGA O MOVIMENTO AO CADASTRO.                   *   00104800
      *-------------------------------------------------------------*   00104900
            MOVE WRK-CTB-NUMERO (WRK-SUB-CON) TO WRK-HLC-NUMERO.        00105000
            MOVE WRK-CTB-CHAVE (WRK-SUB-CON) (1:4) TO FD-MCO-AGENCIA.   00105100
            MOVE WRK-CTB-CHAVE (WRK-SUB-CON) (5:4) TO FD-MCO-CONTA.     00105200
            MOVE WRK-HIST-LANCTO TO FD-MCO-MOVIMENTO.                   00105300
            MOVE WRK-CTB-VALOR (WRK-SUB-CON) TO FD-MCO-VLRMOVIMENTO.    00105400
            MOVE WRK-TIPO-LANCTO TO FD-MCO-TIPOMOV.                     00105500
            MOVE ZEROES          TO FD-MCO-DATAVALOR.                   00105600
            WRITE FD-MOVCON.                                            00105700
            ADD 1 TO WRK-REGMOVCON.                                     00105800
            ADD FD-MCO-VLRMOVIMENTO TO WRK-HASH-MOVCON.                 00105900
       2950-99-FIM.              EXIT.                                  00106000
      *-------------------------------------------------------------*   00106100
       3000-FINALIZAR                           SECTION.                00106200
      *-------------------------------------------------------------*   00106300
             MOVE WRK-REGCONNOVO TO WRK-TRLN-QTD.                       00106400
             WRITE FD-CONNOVO FROM WRK-CONNOVO-TRL.                     00106500
             MOVE WRK-REGMOVCON  TO WRK-TRLM-QTD.                       00106600
             MOVE WRK-HASH-MOVCON TO WRK-TRLM-HASH.                     00106700
             WRITE FD-MOVCON FROM WRK-MOVCON-TRL.                       00106800
                                                                        00106900
             WRITE FD-RELAGE FROM WRK-LINHA-TRACO.                      00107000
             MOVE 'TOTAL GERAL '       TO WRK-LAF-ROTULO.               00107100
             MOVE WRK-FXA-TOT-QTD (1)  TO WRK-LAF-QTD1.                 00107200
             MOVE WRK-FXA-TOT-QTD (2)  TO WRK-LAF-QTD2.                 00107300
             MOVE WRK-FXA-TOT-QTD (3)  TO WRK-LAF-QTD3.                 00107400
             MOVE WRK-FXA-TOT-QTD (4)  TO WRK-LAF-QTD4.                 00107500
             COMPUTE WRK-LAF-VALOR = WRK-FXA-TOT-VALOR (1)              00107600
                                   + WRK-FXA-TOT-VALOR (2)              00107700
                                   + WRK-FXA-TOT-VALOR (3)              00107800
                                   + WRK-FXA-TOT-VALOR (4).             00107900
             WRITE FD-RELAGE FROM WRK-LINHA-AGE-FAIXAS.                 00108000
             WRITE FD-RELAGE FROM WRK-LINHA-TRACO.                      00108100
             WRITE FD-RELCON FROM WRK-LINHA-TRACO.                      00108200
                                                                        00108300
             CLOSE CLIENTES CONTEST TRANSCON HISTMOV CALENDAR           00108400
                   CONNOVO MOVCON RELCON RELAGE.                        00108500
              DISPLAY ' ============================================'.  00108600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX55          '.  00108700
              DISPLAY ' ============================================'.  00108800
              DISPLAY ' CONTESTACOES NO CADASTRO...' WRK-REGCONTEST.    00108900
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00109000
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00109100
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00109150
              DISPLAY ' CONTESTACOES ABERTAS.......' WRK-QTD-ABERTAS.   00109200
              DISPLAY ' RESOLVIDAS PROCEDENTES.....' WRK-QTD-PROCED.    00109300
              DISPLAY ' RESOLVIDAS IMPROCEDENTES...' WRK-QTD-IMPROC.    00109400
              DISPLAY ' CREDITOS PROVISORIOS.......' WRK-QTD-PROVIS.    00109500
              DISPLAY ' MOVIMENTOS NO MOVCON.......' WRK-REGMOVCON.     00109600
              DISPLAY ' REGISTROS NO CONNOVO.......' WRK-REGCONNOVO.    00109700
              DISPLAY ' ============================================'.  00109800
                                                                        00109900
              MOVE 'F' TO WRK-EST-EVENTO.                               00110000
              MOVE WRK-REGTRANS   TO WRK-EST-LIDOS.                     00110100
              MOVE WRK-REGCONNOVO TO WRK-EST-GRAVADOS.                  00110200
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00110300
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00110400
                                                                        00110500
       3000-99-FIM.              EXIT.                                  00110600
      *-------------------------------------------------------------*   00110700
       4000-TESTARSTATUS                            SECTION.            00110800
      *-------------------------------------------------------------*   00110900
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00111000
                 PERFORM 4200-TESTARSTATUS-CONTEST.                     00111100
                 PERFORM 4300-TESTARSTATUS-TRANSCON.                    00111200
                 PERFORM 4400-TESTARSTATUS-HISTMOV.                     00111300
                 PERFORM 4500-TESTARSTATUS-CALENDAR.                    00111400
                 IF WRK-FS-CONNOVO NOT EQUAL 00                         00111500
                   MOVE 'ERRO NO OPEN CONNOVO  ' TO WRK-MSGERRO         00111600
                   MOVE '1000'                   TO WRK-SECAO           00111700
                   MOVE WRK-FS-CONNOVO           TO WRK-STATUS          00111800
                    PERFORM 9000-TRATAERROS                             00111900
                 END-IF.                                                00112000
                 IF WRK-FS-MOVCON NOT EQUAL 00                          00112100
                   MOVE 'ERRO NO OPEN MOVCON   ' TO WRK-MSGERRO         00112200
                   MOVE '1000'                   TO WRK-SECAO           00112300
                   MOVE WRK-FS-MOVCON            TO WRK-STATUS          00112400
                    PERFORM 9000-TRATAERROS                             00112500
                 END-IF.                                                00112600
                 IF WRK-FS-RELCON NOT EQUAL 00                          00112700
                   MOVE 'ERRO NO OPEN RELCON   ' TO WRK-MSGERRO         00112800
                   MOVE '1000'                   TO WRK-SECAO           00112900
                   MOVE WRK-FS-RELCON            TO WRK-STATUS          00113000
                    PERFORM 9000-TRATAERROS                             00113100
                 END-IF.                                                00113200
                 IF WRK-FS-RELAGE NOT EQUAL 00                          00113300
                   MOVE 'ERRO NO OPEN RELAGE   ' TO WRK-MSGERRO         00113400
                   MOVE '1000'                   TO WRK-SECAO           00113500
                   MOVE WRK-FS-RELAGE            TO WRK-STATUS          00113600
                    PERFORM 9000-TRATAERROS                             00113700
                 END-IF.                                                00113800
                                                                        00113900
       4000-99-FIM.              EXIT.                                  00114000
      *-------------------------------------------------------------*   00114100
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00114200
      *-------------------------------------------------------------*   00114300
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00114400
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00114500
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00114600
                 MOVE '1100'                   TO WRK-SECAO             00114700
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00114800
                  PERFORM 9000-TRATAERROS                               00114900
               END-IF.                                                  00115000
                                                                        00115100
       4100-99-FIM.              EXIT.                                  00115200
      *-------------------------------------------------------------*   00115300
       4200-TESTARSTATUS-CONTEST                    SECTION.            00115400
      *-------------------------------------------------------------*   00115500
               IF WRK-FS-CONTEST NOT EQUAL 00                           00115600
                           AND WRK-FS-CONTEST NOT EQUAL 10              00115700
                 MOVE 'ERRO NO CONTEST       ' TO WRK-MSGERRO           00115800
                 MOVE '1200'                   TO WRK-SECAO             00115900
                 MOVE WRK-FS-CONTEST           TO WRK-STATUS            00116000
                  PERFORM 9000-TRATAERROS                               00116100
               END-IF.                                                  00116200
                                                                        00116300
       4200-99-FIM.              EXIT.                                  00116400
      *-------------------------------------------------------------*   00116500
       4300-TESTARSTATUS-TRANSCON                   SECTION.            00116600
      *-------------------------------------------------------------*   00116700
               IF WRK-FS-TRANSCON NOT EQUAL 00                          00116800
                           AND WRK-FS-TRANSCON NOT EQUAL 10             00116900
                 MOVE 'ERRO NO TRANSCON      ' TO WRK-MSGERRO           00117000
                 MOVE '1300'                   TO WRK-SECAO             00117100
                 MOVE WRK-FS-TRANSCON          TO WRK-STATUS            00117200
                  PERFORM 9000-TRATAERROS                               00117300
               END-IF.                                                  00117400
                                                                        00117500
       4300-99-FIM.              EXIT.                                  00117600
      *-------------------------------------------------------------*   00117700
       4400-TESTARSTATUS-HISTMOV                    SECTION.            00117800
      *-------------------------------------------------------------*   00117900
               IF WRK-FS-HISTMOV NOT EQUAL 00                           00118000
                           AND WRK-FS-HISTMOV NOT EQUAL 10              00118100
                 MOVE 'ERRO NO HISTMOV       ' TO WRK-MSGERRO           00118200
                 MOVE '1400'                   TO WRK-SECAO             00118300
                 MOVE WRK-FS-HISTMOV           TO WRK-STATUS            00118400
                  PERFORM 9000-TRATAERROS                               00118500
               END-IF.                                                  00118600
                                                                        00118700
       4400-99-FIM.              EXIT.                                  00118800
      *-------------------------------------------------------------*   00118900
       4500-TESTARSTATUS-CALENDAR                   SECTION.            00119000
      *-------------------------------------------------------------*   00119100
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00119200
                           AND WRK-FS-CALENDAR NOT EQUAL 10             00119300
                 MOVE 'ERRO NO CALENDAR      ' TO WRK-MSGERRO           00119400
                 MOVE '1500'                   TO WRK-SECAO             00119500
                 MOVE WRK-FS-CALENDAR          TO WRK-STATUS            00119600
                  PERFORM 9000-TRATAERROS                               00119700
               END-IF.                                                  00119800
                                                                        00119900
       4500-99-FIM.              EXIT.                                  00120000
      *-------------------------------------------------------------*   00120100
       5000-CALCULAR-DIAS                           SECTION.            00120200
      *-------------------------------------------------------------*   00120300
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA O   *   00120400
      *   ENVELHECIMENTO (CALENDARIO GREGORIANO; OS BISSEXTOS ATE   *   00120500
      *   O ANO ANTERIOR, O DO ANO PELO MES).                       *   00120600
      *-------------------------------------------------------------*   00120700
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00120800
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00120900
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00121000
            DIVIDE WRK-DN-ANTERIOR BY 100                               00121100
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00121200
            DIVIDE WRK-DN-ANTERIOR BY 400                               00121300
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00121400
                                                                        00121500
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00121600
                                  + WRK-DN-QUOC4                        00121700
                                  - WRK-DN-QUOC100                      00121800
                                  + WRK-DN-QUOC400                      00121900
                                  + WRK-DN-DIA.                         00122000
                                                                        00122100
            EVALUATE WRK-DN-MES                                         00122200
              WHEN 01 CONTINUE                                          00122300
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00122400
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00122500
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00122600
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00122700
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00122800
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00122900
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00123000
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00123100
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00123200
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00123300
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00123400
            END-EVALUATE.                                               00123500
                                                                        00123600
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00123700
            IF WRK-DN-BISSEXTO EQUAL 1                                  00123800
               AND WRK-DN-MES GREATER 2                                 00123900
               ADD 1 TO WRK-DN-RESULT                                   00124000
            END-IF.                                                     00124100
                                                                        00124200
       5000-99-FIM.              EXIT.                                  00124300
      *-------------------------------------------------------------*   00124400
       5100-VERIFICAR-BISSEXTO                      SECTION.            00124500
      *-------------------------------------------------------------*   00124600
            DIVIDE WRK-DN-ANO BY 4                                      00124700
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00124800
            DIVIDE WRK-DN-ANO BY 100                                    00124900
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00125000
            DIVIDE WRK-DN-ANO BY 400                                    00125100
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00125200
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00125300
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00125400
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00125500
               MOVE 1 TO WRK-DN-BISSEXTO                                00125600
            ELSE                                                        00125700
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00125800
            END-IF.                                                     00125900
                                                                        00126000
       5100-99-FIM.              EXIT.                                  00126100
      *-------------------------------------------------------------*   00126200
       9100-ERRO-CONTROLE                           SECTION.            00126300
      *-------------------------------------------------------------*   00126400
           MOVE 'FR19EX55' TO WRK-PROGRAMA.                             00126500
           MOVE 'E'        TO WRK-SEVERIDADE.                           00126600
           MOVE '08'       TO WRK-STATUS.                               00126700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00126800
           MOVE 8 TO RETURN-CODE.                                       00126900
           STOP RUN.                                                    00127000
                                                                        00127100
       9100-99-FIM.              EXIT.                                  00127200
      *-------------------------------------------------------------*   00127300
       9000-TRATAERROS                              SECTION.            00127400
      *-------------------------------------------------------------*   00127500
           MOVE 'FR19EX55' TO WRK-PROGRAMA                              00127600
           MOVE 'E'        TO WRK-SEVERIDADE                            00127700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00127800
           GOBACK.                                                      00127900
                                                                        00128000
       9000-99-FIM.              EXIT.                                  00128100
