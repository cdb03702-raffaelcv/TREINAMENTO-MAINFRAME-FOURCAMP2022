      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX46.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:06/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: EMPRESTIMO PESSOAL PARA CLIENTES DA CADEIA      *   00001200
      *    BANCARIA (TABELA PRICE). RODA TODA NOITE ANTES DO SORT   *   00001300
      *    DO MOV0106 E CASA O MASTER DE EMPRESTIMOS (EMPPES; UM    *   00001400
      *    REGISTRO DE CONTRATO - PARCELA 000 - SEGUIDO DE UM       *   00001500
      *    REGISTRO POR PARCELA DO CRONOGRAMA) COM O ARQUIVO DE     *   00001600
      *    TRANSACOES TRANSPES, GRAVANDO O MASTER NOVO EMPPNOV.     *   00001700
      *     CONTRATA - CRIA O CONTRATO (CONTA EXISTENTE E NAO       *   00001800
      *                BLOQUEADA NO CLIENTES, PRINCIPAL, TAXA AO    *   00001900
      *                MES E 1 A 360 PARCELAS), MONTA O CRONOGRAMA  *   00002000
      *                PRICE (PARCELA FIXA; A ULTIMA ACERTA O       *   00002100
      *                RESIDUO) E CREDITA O PRINCIPAL NA CONTA      *   00002200
      *    TODO O MOVIMENTO SAI EM MOVEMP NO LAYOUT DO MOV0106      *   00002300
      *    (COM CABECALHO/RODAPE) PARA PASSAR PELA POSTAGEM DO      *   00002400
      *    FR19EX04: CREDITO DO PRINCIPAL TIPOMOV 'C' E DEBITO DE   *   00002500
      *    PARCELA TIPOMOV 'P'. A PARCELA E DEBITADA NO VENCIMENTO; *   00002600
      *    VENCIMENTO EM DIA NAO UTIL DO CALENDAR ROLA PARA O DIA   *   00002700
      *    UTIL SEGUINTE (SEM O ARQUIVO, CALENDARIO CORRIDO).       *   00002800
      *    SITUACAO DA PARCELA: A=ABERTA G=DEBITO GERADO V=VENCIDA  *   00002900
      *    (DEBITO RECUSADO) P=PAGA. NA NOITE SEGUINTE A GERACAO O  *   00003000
      *    MOV0106R DA POSTAGEM ANTERIOR DIZ O RESULTADO: DEBITO 'P'*   00003100
      *    DA CONTA COM O VALOR COBRADO = RECUSADO (PARCELA V), SEM *   00003200
      *    RECUSA = PAGA. A PARCELA VENCIDA NAO SOME: E DEBITADA DE *   00003300
      *    NOVO TODA NOITE COM A MORA DIARIA DO CARTAO 2 SOBRE OS   *   00003400
      *    DIAS CORRIDOS DESDE O VENCIMENTO, ATE SER PAGA. COM TODAS*   00003500
      *    AS PARCELAS PAGAS O CONTRATO FICA QUITADO (STATUS Q).    *   00003600
      *    O EMPPNOV SO PODE VIRAR EMPPES DEPOIS QUE A POSTAGEM DA  *   00003700
      *    NOITE CONCLUIR (TROCA NA JCL), SENAO A NOITE SEGUINTE    *   00003800
      *    DARIA POR PAGO UM DEBITO QUE NAO FOI POSTADO.            *   00003900
      *    EMPPES E TRANSPES CLASSIFICADOS POR AGENCIA+CONTA+       *   00004000
      *    CONTRATO (EMPPES TAMBEM POR PARCELA); CLIENTES E         *   00004100
      *    MOV0106R POR AGENCIA+CONTA.                              *   00004200
      *    CARTAO SYSIN 1: DATA DO CICLO AAAAMMDD (ZEROS = HOJE)    *   00004300
      *    CARTAO SYSIN 2: MORA AO DIA (9V9999, %; ZEROS = 0,0330)  *   00004400
      *    CARTAO SYSIN 3: OPERADOR QUE LIBEROU O LOTE DE CONTRATOS *   00004450
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004500
      *    MATRIZ DE AUTORIZACAO: ANTES DE CONTRATAR, O MODULO      *   00004516
      *    AUTORIZA CONFERE SE O PERFIL DO OPERADOR DO CARTAO 3 PODE*   00004533
      *    FAZER A OPERACAO NO FR19EX46; SEM PERMISSAO, OU COM      *   00004550
      *    OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E RECUSADA E  *   00004566
      *    SAI NO RELEMP COM O NOME E O PERFIL DO OPERADOR.         *   00004583
      *-------------------------------------------------------------*   00004600
      *   ARQUIVOS...:                                              *   00004700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004800
      *    EMPPES               I                  -----------      *   00004900
      *    TRANSPES             I                  -----------      *   00005000
      *    CLIENTES             I                  -----------      *   00005100
      *    MOV0106R             I                  -----------      *   00005200
      *    CALENDAR             I                  -----------      *   00005300
      *    EMPPNOV              O                  -----------      *   00005400
      *    MOVEMP               O                  -----------      *   00005500
      *    RELEMP               O                  -----------      *   00005600
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005625
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005650
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005675
      *-------------------------------------------------------------*   00005700
      *   MODULOS....:                             INCLUDE/BOOK     *   00005800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005900
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00006000
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00006050
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
            SELECT EMPPES ASSIGN TO EMPPES                              00007500
                 FILE STATUS IS WRK-FS-EMPPES.                          00007600
                                                                        00007700
            SELECT TRANSPES ASSIGN TO TRANSPES                          00007800
                 FILE STATUS IS WRK-FS-TRANSPES.                        00007900
                                                                        00008000
            SELECT CLIENTES ASSIGN TO CLIENTES                          00008100
                 FILE STATUS IS WRK-FS-CLIENTES.                        00008200
                                                                        00008300
            SELECT MOV0106R ASSIGN TO MOV0106R                          00008400
                 FILE STATUS IS WRK-FS-MOV0106R.                        00008500
                                                                        00008600
            SELECT CALENDAR ASSIGN TO CALENDAR                          00008700
                 FILE STATUS IS WRK-FS-CALENDAR.                        00008800
                                                                        00008900
      *--------------ARQUIVOS SAIDAS--------------------------------*   00009000
                                                                        00009100
            SELECT EMPPNOV ASSIGN TO EMPPNOV                            00009200
                 FILE STATUS IS WRK-FS-EMPPNOV.                         00009300
                                                                        00009400
            SELECT MOVEMP ASSIGN TO MOVEMP                              00009500
                 FILE STATUS IS WRK-FS-MOVEMP.                          00009600
                                                                        00009700
            SELECT RELEMP ASSIGN TO RELEMP                              00009800
                 FILE STATUS IS WRK-FS-RELEMP.                          00009900
                                                                        00010000
      *=============================================================*   00010100
       DATA                                      DIVISION.              00010200
      *=============================================================*   00010300
       FILE                                      SECTION.               00010400
      *-------------------LRECL 100---------------------------------*   00010500
       FD EMPPES                                                        00010600
           RECORDING MODE IS F                                          00010700
           LABEL RECORD IS STANDARD                                     00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-EMPPES.                                                    00011000
          05 FD-EMP-CHAVE.                                              00011100
             10 FD-EMP-AGENCIA      PIC X(04).                          00011200
             10 FD-EMP-CONTA        PIC X(04).                          00011300
             10 FD-EMP-CONTRATO     PIC X(04).                          00011400
             10 FD-EMP-PARCELA      PIC 9(03).                          00011500
          05 FD-EMP-DADOS           PIC X(85).                          00011600
                                                                        00011700
      *-------------------LRECL 80----------------------------------*   00011800
       FD TRANSPES                                                      00011900
           RECORDING MODE IS F                                          00012000
           LABEL RECORD IS STANDARD                                     00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-TRANSPES.                                                  00012300
          05 FD-TPE-CHAVE.                                              00012400
             10 FD-TPE-AGENCIA      PIC X(04).                          00012500
             10 FD-TPE-CONTA        PIC X(04).                          00012600
             10 FD-TPE-CONTRATO     PIC X(04).                          00012700
          05 FD-TPE-OPERACAO        PIC X(08).                          00012800
          05 FD-TPE-PRINCIPAL       PIC 9(08).                          00012900
          05 FD-TPE-TAXA            PIC 9V9999.                         00013000
          05 FD-TPE-QTDPARC         PIC 9(03).                          00013100
          05 FILLER                 PIC X(44).                          00013200
                                                                        00013300
      *-------------------LRECL 89----------------------------------*   00013400
       FD CLIENTES                                                      00013500
           RECORDING MODE IS F                                          00013600
           LABEL RECORD IS STANDARD                                     00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-CLIENTES.                                                  00013900
          05 FD-CHAVE.                                                  00014000
             10 FD-AGENCIA      PIC X(04).                              00014100
             10 FD-CONTA        PIC X(04).                              00014200
          05 FD-NOME            PIC X(30).                              00014300
          05 FD-SALDO           PIC S9(08).                             00014400
          05 FD-STATUS          PIC X(01).                              00014500
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00014600
          05 FD-LIMITE          PIC 9(08).                              00014700
          05 FD-DOCUMENTO       PIC 9(14).                              00014800
                                                                        00014900
      *-------------------LRECL 85----------------------------------*   00015000
       FD MOV0106R                                                      00015100
           RECORDING MODE IS F                                          00015200
           LABEL RECORD IS STANDARD                                     00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-MOV0106R.                                                  00015500
          05 FD-MOVR-CHAVE.                                             00015600
             10 FD-MOVR-AGENCIA      PIC X(04).                         00015700
             10 FD-MOVR-CONTA        PIC X(04).                         00015800
          05 FD-MOVR-NOME            PIC X(30).                         00015900
          05 FD-MOVR-SALDO           PIC S9(08).                        00016000
          05 FD-MOVR-VLRMOVIMENTO    PIC 9(08).                         00016100
          05 FD-MOVR-MOTIVO          PIC X(30).                         00016200
          05 FD-MOVR-TIPOMOV         PIC X(01).                         00016300
                                                                        00016400
      *-------------------LRECL 39----------------------------------*   00016500
       FD CALENDAR                                                      00016600
           RECORDING MODE IS F                                          00016700
           LABEL RECORD IS STANDARD                                     00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-CALENDAR.                                                  00017000
          05 FD-CAL-DATA        PIC 9(08).                              00017100
          05 FD-CAL-FLAG        PIC X(01).                              00017200
          05 FD-CAL-FERIADO     PIC X(30).                              00017300
                                                                        00017400
      *-------------------LRECL 100---------------------------------*   00017500
       FD EMPPNOV                                                       00017600
           RECORDING MODE IS F.                                         00017700
       01 FD-EMPPNOV              PIC X(100).                           00017800
                                                                        00017900
      *-------------------LRECL 55----------------------------------*   00018000
       FD MOVEMP                                                        00018100
           RECORDING MODE IS F.                                         00018200
       01 FD-MOVEMP               PIC X(55).                            00018300
                                                                        00018400
      *-------------------LRECL 100---------------------------------*   00018500
       FD RELEMP                                                        00018600
           RECORDING MODE IS F.                                         00018700
       01 FD-RELEMP               PIC X(100).                           00018800
                                                                        00018900
      *=============================================================*   00019000
       WORKING-STORAGE                             SECTION.             00019100
      *=============================================================*   00019200
                                                                        00019300
       01 FILLER          PIC X(64) VALUE                               00019400
           '-----------BOOK LOGERROS------------------------'.          00019500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00019600
       COPY '#GLOG'.                                                    00019700
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00019800
       COPY '#GSTAT'.                                                   00019900
      *-------------------------------------------------------------*   00020000
                                                                        00020014
       01 FILLER          PIC X(64) VALUE                               00020028
           '-----------BOOK AUTORIZA------------------------'.          00020042
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00020057
       COPY '#GAUT'.                                                    00020071
      *-------------------------------------------------------------*   00020085
                                                                        00020100
       01 FILLER          PIC X(64) VALUE                               00020200
           '-----------VARIAVEIS DE STATUS------------------'.          00020300
                                                                        00020400
       77 WRK-FS-EMPPES   PIC 9(02).                                    00020500
       77 WRK-FS-TRANSPES PIC 9(02).                                    00020600
       77 WRK-FS-CLIENTES PIC 9(02).                                    00020700
       77 WRK-FS-MOV0106R PIC 9(02).                                    00020800
       77 WRK-FS-CALENDAR PIC 9(02).                                    00020900
       77 WRK-FS-EMPPNOV  PIC 9(02).                                    00021000
       77 WRK-FS-MOVEMP   PIC 9(02).                                    00021100
       77 WRK-FS-RELEMP   PIC 9(02).                                    00021200
                                                                        00021300
       01 FILLER          PIC X(64) VALUE                               00021400
           '-----------PARAMETROS SYSIN---------------------'.          00021500
                                                                        00021600
       01 WRK-CARTAO-DATA.                                              00021700
          05 FILLER              PIC X(10).                             00021800
          05 WRK-CARTAO-DATA-AC  PIC 9(08).                             00021900
                                                                        00022000
       01 WRK-CARTAO-MORA.                                              00022100
          05 FILLER              PIC X(10).                             00022200
          05 WRK-CARTAO-MORA-AC  PIC 9V9999.                            00022300
                                                                        00022400
       01 WRK-OPERCARD.                                                 00022425
          05 FILLER              PIC X(10).                             00022450
          05 WRK-OPERADOR-AC     PIC X(08).                             00022475
                                                                        00022487
       77 WRK-TAXA-MORA      PIC 9V9999 VALUE ZEROES.                   00022500
                                                                        00022600
       01 WRK-DATA-CICLO.                                               00022700
          05 WRK-CICLO-ANO       PIC 9(04).                             00022800
          05 WRK-CICLO-MES       PIC 9(02).                             00022900
          05 WRK-CICLO-DIA       PIC 9(02).                             00023000
       01 WRK-DATA-CICLO-R REDEFINES WRK-DATA-CICLO                     00023100
                                 PIC 9(08).                             00023200
       77 WRK-DIAS-CICLO     PIC 9(07) VALUE ZEROES.                    00023300
                                                                        00023400
       01 FILLER          PIC X(64) VALUE                               00023500
           '-----------CONTRATO EM CURSO--------------------'.          00023600
                                                                        00023700
      *----REGISTRO DE CONTRATO (PARCELA 000) DO EMPPES/EMPPNOV-----*   00023800
       01 WRK-REG-CONTRATO.                                             00023900
          05 WRK-CTR-CHAVE.                                             00024000
             10 WRK-CTR-CHAVE-CONTRATO.                                 00024100
                15 WRK-CTR-CONTA-CLI.                                   00024200
                   20 WRK-CTR-AGENCIA  PIC X(04).                       00024300
                   20 WRK-CTR-CONTA    PIC X(04).                       00024400
                15 WRK-CTR-CONTRATO    PIC X(04).                       00024500
             10 WRK-CTR-PARCELA        PIC 9(03).                       00024600
          05 WRK-CTR-PRINCIPAL      PIC 9(08).                          00024700
          05 WRK-CTR-TAXA           PIC 9V9999.                         00024800
          05 WRK-CTR-QTDPARC        PIC 9(03).                          00024900
          05 WRK-CTR-VLRPARC        PIC 9(08).                          00025000
          05 WRK-CTR-DATACONTR      PIC 9(08).                          00025100
          05 WRK-CTR-SALDODEV       PIC 9(08).                          00025200
          05 WRK-CTR-PAGAS          PIC 9(03).                          00025300
          05 WRK-CTR-STATUS         PIC X(01).                          00025400
             88 WRK-CONTRATO-ATIVO      VALUE 'A'.                      00025500
             88 WRK-CONTRATO-QUITADO    VALUE 'Q'.                      00025600
          05 FILLER                 PIC X(41).                          00025700
                                                                        00025800
      *----CRONOGRAMA DO CONTRATO EM CURSO (UM REGISTRO POR---------*   00025900
      *----PARCELA, MESMO LAYOUT DO EMPPES)--------------------------*  00026000
       77 WRK-QTD-PAR     PIC 9(03) VALUE ZEROES.                       00026100
       77 WRK-SUB-PAR     PIC 9(03) VALUE ZEROES.                       00026200
       01 WRK-TAB-PARCELAS.                                             00026300
          05 WRK-PAR-LINHA OCCURS 360 TIMES.                            00026400
             10 WRK-PAR-CHAVE.                                          00026500
                15 WRK-PAR-AGENCIA     PIC X(04).                       00026600
                15 WRK-PAR-CONTA       PIC X(04).                       00026700
                15 WRK-PAR-CONTRATO    PIC X(04).                       00026800
                15 WRK-PAR-NUMERO      PIC 9(03).                       00026900
             10 WRK-PAR-VENCTO         PIC 9(08).                       00027000
             10 WRK-PAR-VALOR          PIC 9(08).                       00027100
             10 WRK-PAR-JUROS          PIC 9(08).                       00027200
             10 WRK-PAR-AMORT          PIC 9(08).                       00027300
             10 WRK-PAR-SALDODEV       PIC 9(08).                       00027400
             10 WRK-PAR-SITUACAO       PIC X(01).                       00027500
             10 WRK-PAR-MORA           PIC 9(08).                       00027600
             10 WRK-PAR-COBRADO        PIC 9(08).                       00027700
             10 WRK-PAR-DATAGER        PIC 9(08).                       00027800
             10 WRK-PAR-DATAPAG        PIC 9(08).                       00027900
             10 FILLER                 PIC X(12).                       00028000
                                                                        00028100
      *----RECUSAS DE DEBITO DE PARCELA (TIPOMOV P) DA CONTA NO-----*   00028200
      *----MOV0106R DA NOITE ANTERIOR; CADA RECUSA CASA COM UMA-----*   00028300
      *----PARCELA GERADA DE MESMO VALOR COBRADO---------------------*  00028400
       77 WRK-CONTA-RECUSAS PIC X(08) VALUE LOW-VALUES.                 00028500
       77 WRK-QTD-REC     PIC 9(03) VALUE ZEROES.                       00028600
       77 WRK-SUB-REC     PIC 9(03) VALUE ZEROES.                       00028700
       77 WRK-IDX-REC     PIC 9(03) VALUE ZEROES.                       00028800
       01 WRK-TAB-RECUSAS.                                              00028900
          05 WRK-REC-LINHA OCCURS 50 TIMES.                             00029000
             10 WRK-REC-VALOR          PIC 9(08).                       00029100
             10 WRK-REC-USADA          PIC X(01).                       00029200
                                                                        00029300
       01 FILLER          PIC X(64) VALUE                               00029400
           '-----------CALCULO DA TABELA PRICE--------------'.          00029500
                                                                        00029600
       77 WRK-TAXA-DEC       PIC 9V9(08)        VALUE ZEROES.           00029700
       77 WRK-FATOR          PIC 9(07)V9(10)    VALUE ZEROES.           00029800
       77 WRK-FATOR-DIF      PIC 9(07)V9(10)    VALUE ZEROES.           00029900
       77 WRK-SALDO-CALC     PIC 9(08)          VALUE ZEROES.           00030000
       77 WRK-JUROS-CALC     PIC 9(08)          VALUE ZEROES.           00030100
       77 WRK-AMORT-CALC     PIC 9(08)          VALUE ZEROES.           00030200
       77 WRK-DIA-CONTRATO   PIC 9(02)          VALUE ZEROES.           00030300
       77 WRK-DIAS-NO-MES    PIC 9(02)          VALUE ZEROES.           00030400
       01 WRK-DATA-VENCTO.                                              00030500
          05 WRK-VENC-ANO        PIC 9(04).                             00030600
          05 WRK-VENC-MES        PIC 9(02).                             00030700
          05 WRK-VENC-DIA        PIC 9(02).                             00030800
       01 WRK-DATA-VENCTO-R REDEFINES WRK-DATA-VENCTO                   00030900
                                 PIC 9(08).                             00031000
       01 WRK-TAB-DIAS-MES.                                             00031100
          05 FILLER              PIC X(24) VALUE                        00031200
             '312831303130313130313031'.                                00031300
       01 WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-MES.                    00031400
          05 WRK-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.             00031500
                                                                        00031600
      *----DIAS CORRIDOS DE UMA DATA (PARA OS DIAS DE ATRASO)-------*   00031700
       01 WRK-DN-DATA.                                                  00031800
          05 WRK-DN-ANO          PIC 9(04).                             00031900
          05 WRK-DN-MES          PIC 9(02).                             00032000
          05 WRK-DN-DIA          PIC 9(02).                             00032100
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00032200
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00032300
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00032400
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00032500
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00032600
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00032700
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00032800
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00032900
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00033000
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROES.                       00033100
                                                                        00033200
      *-------CALENDARIO DE DIAS UTEIS (ARQUIVO CALENDAR; SEM O------*  00033300
      *-------ARQUIVO O VENCIMENTO NAO ROLA)--------------------------* 00033400
       77 WRK-SW-FIM-CAL  PIC X(01) VALUE 'N'.                          00033500
           88 WRK-FIM-CALENDARIO    VALUE 'S'.                          00033600
       77 WRK-QTD-CAL     PIC 9(04) VALUE ZEROES.                       00033700
       77 WRK-SUB-CAL     PIC 9(04) VALUE ZEROES.                       00033800
       77 WRK-IDX-CAL     PIC 9(04) VALUE ZEROES.                       00033900
       01 WRK-TAB-CALENDARIO.                                           00034000
          05 WRK-CAL-LINHA OCCURS 800 TIMES.                            00034100
             10 WRK-CAL-DATA       PIC 9(08).                           00034200
             10 WRK-CAL-FLAG       PIC X(01).                           00034300
       77 WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROES.                      00034400
                                                                        00034500
       01 FILLER          PIC X(64) VALUE                               00034600
           '-----------CONTADORES E CONTROLES---------------'.          00034700
                                                                        00034800
       77 WRK-SW-DADO-EMP PIC X(01) VALUE 'N'.                          00034900
           88 WRK-DADO-EMP-OK       VALUE 'S'.                          00035000
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00035100
           88 WRK-DADO-CLI-OK       VALUE 'S'.                          00035200
       77 WRK-SW-VALIDO   PIC X(01) VALUE 'N'.                          00035300
           88 WRK-CONTRATO-VALIDO   VALUE 'S'.                          00035400
       77 WRK-ULT-INCLUSO PIC X(12) VALUE LOW-VALUES.                   00035500
       77 WRK-REGMASTER   PIC 9(07) VALUE ZEROES.                       00035600
       77 WRK-REGTRANS    PIC 9(07) VALUE ZEROES.                       00035700
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00035800
       77 WRK-REGMOVEMP   PIC 9(05) VALUE ZEROES.                       00035900
       77 WRK-HASH-NOVO   PIC 9(12) VALUE ZEROES.                       00036000
       77 WRK-QTD-CONTRATOS PIC 9(05) VALUE ZEROES.                     00036100
       77 WRK-HASH-MOVEMP PIC 9(12) VALUE ZEROES.                       00036200
       77 WRK-QTD-CONTRATA PIC 9(05) VALUE ZEROES.                      00036300
       77 WRK-VLR-LIBERADO PIC 9(12) VALUE ZEROES.                      00036400
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00036500
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00036550
       77 WRK-QTD-GERADA  PIC 9(05) VALUE ZEROES.                       00036600
       77 WRK-VLR-COBRADO PIC 9(12) VALUE ZEROES.                       00036700
       77 WRK-QTD-PAGA    PIC 9(05) VALUE ZEROES.                       00036800
       77 WRK-QTD-VENCIDA PIC 9(05) VALUE ZEROES.                       00036900
       77 WRK-QTD-QUITADO PIC 9(05) VALUE ZEROES.                       00037000
                                                                        00037100
       01 FILLER          PIC X(64) VALUE                               00037200
           '-----------MOVIMENTO GERADO NO MOVEMP-----------'.          00037300
                                                                        00037400
       01 WRK-REG-MOVEMP.                                               00037500
          05 WRK-MEP-AGENCIA     PIC X(04).                             00037600
          05 WRK-MEP-CONTA       PIC X(04).                             00037700
          05 WRK-MEP-HISTORICO   PIC X(30).                             00037800
          05 WRK-MEP-VALOR       PIC 9(08).                             00037900
          05 WRK-MEP-TIPOMOV     PIC X(01).                             00038000
          05 WRK-MEP-DATAVALOR   PIC 9(08).                             00038100
       01 WRK-HIST-PARCELA.                                             00038200
          05 FILLER              PIC X(16) VALUE 'PARCELA EMPREST '.    00038300
          05 WRK-HPA-CONTRATO    PIC X(04).                             00038400
          05 FILLER              PIC X(01) VALUE SPACE.                 00038500
          05 WRK-HPA-PARCELA     PIC 9(03).                             00038600
          05 FILLER              PIC X(01) VALUE '/'.                   00038700
          05 WRK-HPA-QTDPARC     PIC 9(03).                             00038800
          05 FILLER              PIC X(02) VALUE SPACES.                00038900
       01 WRK-HIST-LIBERACAO.                                           00039000
          05 FILLER              PIC X(21) VALUE                        00039100
             'LIBERACAO EMPRESTIMO '.                                   00039200
          05 WRK-HLI-CONTRATO    PIC X(04).                             00039300
          05 FILLER              PIC X(05) VALUE SPACES.                00039400
                                                                        00039500
       01 WRK-MOVEMP-CAB.                                               00039600
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00039700
          05 FILLER              PIC X(01) VALUE SPACE.                 00039800
          05 WRK-CABM-PROGRAMA   PIC X(08) VALUE 'FR19EX46'.            00039900
          05 FILLER              PIC X(01) VALUE SPACE.                 00040000
          05 WRK-CABM-TITULO     PIC X(10) VALUE 'EMPRESTIMO'.          00040100
          05 FILLER              PIC X(01) VALUE SPACE.                 00040200
          05 WRK-CABM-DATA       PIC 9(08).                             00040300
          05 FILLER              PIC X(17) VALUE SPACES.                00040400
       01 WRK-MOVEMP-TRL.                                               00040500
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00040600
          05 FILLER              PIC X(01) VALUE SPACE.                 00040700
          05 WRK-TRLM-QTD        PIC 9(05).                             00040800
          05 FILLER              PIC X(01) VALUE SPACE.                 00040900
          05 WRK-TRLM-HASH       PIC 9(12).                             00041000
          05 FILLER              PIC X(27) VALUE SPACES.                00041100
                                                                        00041200
       01 FILLER          PIC X(64) VALUE                               00041300
           '-----------CONTROLE GRAVADO NO EMPPNOV----------'.          00041400
                                                                        00041500
       01 WRK-EMPPNOV-CAB.                                              00041600
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00041700
          05 FILLER              PIC X(01) VALUE SPACE.                 00041800
          05 WRK-CABN-PROGRAMA   PIC X(08) VALUE 'FR19EX46'.            00041900
          05 FILLER              PIC X(01) VALUE SPACE.                 00042000
          05 WRK-CABN-DATA       PIC 9(08).                             00042100
          05 FILLER              PIC X(73) VALUE SPACES.                00042200
       01 WRK-EMPPNOV-TRL.                                              00042300
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00042400
          05 FILLER              PIC X(01) VALUE SPACE.                 00042500
          05 WRK-TRLN-QTD        PIC 9(05).                             00042600
          05 FILLER              PIC X(01) VALUE SPACE.                 00042700
          05 WRK-TRLN-HASH       PIC 9(12).                             00042800
          05 FILLER              PIC X(72) VALUE SPACES.                00042900
                                                                        00043000
       01 FILLER          PIC X(64) VALUE                               00043100
           '-----------LINHAS DO RELATORIO------------------'.          00043200
       01 WRK-LINHA-TITULO.                                             00043300
          05 FILLER              PIC X(50) VALUE                        00043400
             'EMPRESTIMO PESSOAL - CONTRATOS E PARCELAS DO CICLO'.      00043500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00043600
          05 WRK-TIT-DATA        PIC 9(08).                             00043700
          05 FILLER              PIC X(34) VALUE SPACES.                00043800
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00043900
       01 WRK-LINHA-CABEC.                                              00044000
          05 FILLER              PIC X(50) VALUE                        00044100
             'AGEN CONTA CTR   PARC  VENCTO          VALOR     '.       00044200
          05 FILLER              PIC X(50) VALUE                        00044300
             '    MORA  OCORRENCIA                             '.       00044400
       01 WRK-LINHA-DET.                                                00044500
          05 WRK-DET-AGENCIA     PIC X(04).                             00044600
          05 FILLER              PIC X(01) VALUE SPACE.                 00044700
          05 WRK-DET-CONTA       PIC X(04).                             00044800
          05 FILLER              PIC X(02) VALUE SPACES.                00044900
          05 WRK-DET-CONTRATO    PIC X(04).                             00045000
          05 FILLER              PIC X(02) VALUE SPACES.                00045100
          05 WRK-DET-PARCELA     PIC ZZ9.                               00045200
          05 FILLER              PIC X(02) VALUE SPACES.                00045300
          05 WRK-DET-VENCTO      PIC 9(08).                             00045400
          05 FILLER              PIC X(02) VALUE SPACES.                00045500
          05 WRK-DET-VALOR       PIC ZZ.ZZZ.ZZ9.                        00045600
          05 FILLER              PIC X(02) VALUE SPACES.                00045700
          05 WRK-DET-MORA        PIC ZZ.ZZZ.ZZ9.                        00045800
          05 FILLER              PIC X(02) VALUE SPACES.                00045900
          05 WRK-DET-OCORRENCIA  PIC X(30).                             00046000
          05 FILLER              PIC X(14) VALUE SPACES.                00046100
       01 WRK-LINHA-TOTAL.                                              00046200
          05 WRK-TOT-TEXTO       PIC X(40).                             00046300
          05 WRK-TOT-QTD         PIC ZZ.ZZ9.                            00046400
          05 FILLER              PIC X(04) VALUE SPACES.                00046500
          05 WRK-TOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00046600
          05 FILLER              PIC X(35) VALUE SPACES.                00046700
       01 WRK-LINHA-NEGADO.                                             00046710
          05 FILLER              PIC X(10) VALUE SPACES.                00046720
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00046730
          05 WRK-NEG-OPERADOR    PIC X(08).                             00046740
          05 FILLER              PIC X(03) VALUE ' - '.                 00046750
          05 WRK-NEG-NOME        PIC X(30).                             00046760
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00046770
          05 WRK-NEG-PERFIL      PIC X(08).                             00046780
          05 FILLER              PIC X(23) VALUE SPACES.                00046790
                                                                        00046800
      *=============================================================*   00046900
       PROCEDURE DIVISION.                                              00047000
      *=============================================================*   00047100
                                                                        00047200
      *-------------------------------------------------------------*   00047300
       0000-PRINCIPAL                           SECTION.                00047400
      *-------------------------------------------------------------*   00047500
                                                                        00047600
            PERFORM  1000-INICIAR.                                      00047700
                                                                        00047800
            PERFORM  1100-LER-EMPPES.                                   00047900
            PERFORM  1200-LER-TRANSPES.                                 00048000
            PERFORM  1300-LER-CLIENTES.                                 00048100
            PERFORM  1400-LER-MOV0106R.                                 00048200
                                                                        00048300
            PERFORM  2000-PROCESSAR UNTIL FD-EMP-CHAVE EQUAL            00048400
                                          HIGH-VALUES                   00048500
                                      AND FD-TPE-CHAVE EQUAL            00048600
                                          HIGH-VALUES.                  00048700
            PERFORM  3000-FINALIZAR.                                    00048800
                                                                        00048900
            STOP RUN.                                                   00049000
                                                                        00049100
      *-------------------------------------------------------------*   00049200
       1000-INICIAR                             SECTION.                00049300
      *-------------------------------------------------------------*   00049400
             OPEN INPUT  EMPPES TRANSPES CLIENTES MOV0106R              00049500
                  OUTPUT EMPPNOV MOVEMP RELEMP.                         00049600
                                                                        00049700
               PERFORM 4000-TESTARSTATUS.                               00049800
                                                                        00049900
               ACCEPT WRK-CARTAO-DATA FROM SYSIN.                       00050000
               IF WRK-CARTAO-DATA-AC NOT NUMERIC                        00050100
                  OR WRK-CARTAO-DATA-AC EQUAL ZEROES                    00050200
                  ACCEPT WRK-DATA-CICLO FROM DATE YYYYMMDD              00050300
               ELSE                                                     00050400
                  MOVE WRK-CARTAO-DATA-AC TO WRK-DATA-CICLO-R           00050500
               END-IF.                                                  00050600
                                                                        00050700
               ACCEPT WRK-CARTAO-MORA FROM SYSIN.                       00050800
               IF WRK-CARTAO-MORA-AC NOT NUMERIC                        00050900
                  OR WRK-CARTAO-MORA-AC EQUAL ZEROES                    00051000
                  MOVE 0,0330 TO WRK-TAXA-MORA                          00051100
               ELSE                                                     00051200
                  MOVE WRK-CARTAO-MORA-AC TO WRK-TAXA-MORA              00051300
               END-IF.                                                  00051400
                                                                        00051433
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00051466
                                                                        00051500
               MOVE WRK-DATA-CICLO TO WRK-DN-DATA.                      00051600
               PERFORM 5000-CALCULAR-DIAS.                              00051700
               MOVE WRK-DN-RESULT TO WRK-DIAS-CICLO.                    00051800
                                                                        00051900
               PERFORM 1450-CARREGAR-CALENDARIO                         00052000
                       UNTIL WRK-FIM-CALENDARIO.                        00052100
                                                                        00052200
               MOVE WRK-DATA-CICLO-R TO WRK-CABM-DATA                   00052300
                                        WRK-CABN-DATA                   00052400
                                        WRK-TIT-DATA.                   00052500
               WRITE FD-MOVEMP FROM WRK-MOVEMP-CAB.                     00052600
               WRITE FD-EMPPNOV FROM WRK-EMPPNOV-CAB.                   00052700
                                                                        00052800
               WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                    00052900
               WRITE FD-RELEMP FROM WRK-LINHA-TITULO.                   00053000
               WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                    00053100
               WRITE FD-RELEMP FROM WRK-LINHA-CABEC.                    00053200
               WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                    00053300
                                                                        00053400
               MOVE 'FR19EX46' TO WRK-EST-PROGRAMA.                     00053500
               MOVE 'I' TO WRK-EST-EVENTO.                              00053600
               MOVE ZEROES TO WRK-EST-LIDOS                             00053700
                              WRK-EST-GRAVADOS                          00053800
                              WRK-EST-REJEITADOS.                       00053900
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00054000
                                                                        00054100
       1000-99-FIM.              EXIT.                                  00054200
      *-------------------------------------------------------------*   00054300
       1100-LER-EMPPES                          SECTION.                00054400
      *-------------------------------------------------------------*   00054500
                 MOVE 'N' TO WRK-SW-DADO-EMP.                           00054600
                 PERFORM 1110-LER-REG-EMPPES UNTIL WRK-DADO-EMP-OK.     00054700
       1100-99-FIM.              EXIT.                                  00054800
      *-------------------------------------------------------------*   00054900
       1110-LER-REG-EMPPES                      SECTION.                00055000
      *-------------------------------------------------------------*   00055100
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00055200
                 READ EMPPES                                            00055300
                   AT END                                               00055400
                     MOVE HIGH-VALUES TO FD-EMP-CHAVE                   00055500
                     MOVE 'S' TO WRK-SW-DADO-EMP                        00055600
                 END-READ.                                              00055700
                 PERFORM 4100-TESTARSTATUS-EMPPES.                      00055800
                 IF WRK-FS-EMPPES EQUAL 00                              00055900
                    IF FD-EMPPES (1:9) NOT EQUAL 'CABECALHO'            00056000
                       AND FD-EMPPES (1:6) NOT EQUAL 'RODAPE'           00056100
                       ADD 1 TO WRK-REGMASTER                           00056200
                       MOVE 'S' TO WRK-SW-DADO-EMP                      00056300
                    END-IF                                              00056400
                 END-IF.                                                00056500
       1110-99-FIM.              EXIT.                                  00056600
      *-------------------------------------------------------------*   00056700
       1200-LER-TRANSPES                        SECTION.                00056800
      *-------------------------------------------------------------*   00056900
                 READ TRANSPES                                          00057000
                   AT END                                               00057100
                     MOVE HIGH-VALUES TO FD-TPE-CHAVE                   00057200
                 END-READ.                                              00057300
                 PERFORM 4200-TESTARSTATUS-TRANSPES.                    00057400
                 IF WRK-FS-TRANSPES EQUAL 00                            00057500
                    ADD 1 TO WRK-REGTRANS                               00057600
                 END-IF.                                                00057700
       1200-99-FIM.              EXIT.                                  00057800
      *-------------------------------------------------------------*   00057900
       1300-LER-CLIENTES                        SECTION.                00058000
      *-------------------------------------------------------------*   00058100
                 MOVE 'N' TO WRK-SW-DADO-CLI.                           00058200
                 PERFORM 1310-LER-REG-CLIENTES UNTIL WRK-DADO-CLI-OK.   00058300
       1300-99-FIM.              EXIT.                                  00058400
      *-------------------------------------------------------------*   00058500
       1310-LER-REG-CLIENTES                    SECTION.                00058600
      *-------------------------------------------------------------*   00058700
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00058800
                 READ CLIENTES                                          00058900
                   AT END                                               00059000
                     MOVE HIGH-VALUES TO FD-CHAVE                       00059100
                     MOVE 'S' TO WRK-SW-DADO-CLI                        00059200
                 END-READ.                                              00059300
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00059400
                 IF WRK-FS-CLIENTES EQUAL 00                            00059500
                    IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'          00059600
                       AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'         00059700
                       MOVE 'S' TO WRK-SW-DADO-CLI                      00059800
                    END-IF                                              00059900
                 END-IF.                                                00060000
       1310-99-FIM.              EXIT.                                  00060100
      *-------------------------------------------------------------*   00060200
       1400-LER-MOV0106R                        SECTION.                00060300
      *-------------------------------------------------------------*   00060400
                 READ MOV0106R                                          00060500
                   AT END                                               00060600
                     MOVE HIGH-VALUES TO FD-MOVR-CHAVE                  00060700
                 END-READ.                                              00060800
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00060900
       1400-99-FIM.              EXIT.                                  00061000
      *-------------------------------------------------------------*   00061100
       1450-CARREGAR-CALENDARIO                 SECTION.                00061200
      *-------------------------------------------------------------*   00061300
      *   CARREGA O CALENDARIO DE DIAS UTEIS (MANTIDO ANUALMENTE). *    00061400
      *   SEM O ARQUIVO O VENCIMENTO NAO ROLA, COM AVISO.          *    00061500
      *-------------------------------------------------------------*   00061600
            IF WRK-QTD-CAL EQUAL ZEROES                                 00061700
               AND NOT WRK-FIM-CALENDARIO                               00061800
               OPEN INPUT CALENDAR                                      00061900
               IF WRK-FS-CALENDAR NOT EQUAL 00                          00062000
                  DISPLAY ' SEM CALENDAR (FS=' WRK-FS-CALENDAR          00062100
                          ') - VENCIMENTO EM DIAS CORRIDOS'             00062200
                  MOVE 'S' TO WRK-SW-FIM-CAL                            00062300
                  GO TO 1450-99-FIM                                     00062400
               END-IF                                                   00062500
            END-IF.                                                     00062600
            READ CALENDAR                                               00062700
              AT END                                                    00062800
                MOVE 'S' TO WRK-SW-FIM-CAL                              00062900
                CLOSE CALENDAR                                          00063000
            END-READ.                                                   00063100
            IF WRK-FS-CALENDAR EQUAL 00                                 00063200
               IF WRK-QTD-CAL LESS 800                                  00063300
                  ADD 1 TO WRK-QTD-CAL                                  00063400
                  MOVE FD-CAL-DATA TO WRK-CAL-DATA (WRK-QTD-CAL)        00063500
                  MOVE FD-CAL-FLAG TO WRK-CAL-FLAG (WRK-QTD-CAL)        00063600
               ELSE                                                     00063700
                  DISPLAY ' CALENDARIO ESGOTADO (800 DIAS)'             00063800
               END-IF                                                   00063900
            END-IF.                                                     00064000
       1450-99-FIM.              EXIT.                                  00064100
      *-------------------------------------------------------------*   00064200
       2000-PROCESSAR                           SECTION.                00064300
      *-------------------------------------------------------------*   00064400
            EVALUATE TRUE                                               00064500
             WHEN FD-EMP-CHAVE (1:12) LESS FD-TPE-CHAVE                 00064600
               PERFORM 2100-PROCESSAR-CONTRATO                          00064700
             WHEN FD-EMP-CHAVE (1:12) EQUAL FD-TPE-CHAVE                00064800
               MOVE 'CONTRATO JA EXISTE - RECUSADO'                     00064900
                    TO WRK-DET-OCORRENCIA                               00065000
               PERFORM 2690-LISTAR-TRANSACAO                            00065100
               ADD 1 TO WRK-QTD-RECUSA                                  00065200
               PERFORM 1200-LER-TRANSPES                                00065300
             WHEN OTHER                                                 00065400
               PERFORM 2600-CONTRATAR                                   00065500
               PERFORM 1200-LER-TRANSPES                                00065600
            END-EVALUATE.                                               00065700
                                                                        00065800
       2000-99-FIM.              EXIT.                                  00065900
      *-------------------------------------------------------------*   00066000
       2100-PROCESSAR-CONTRATO                  SECTION.                00066100
      *-------------------------------------------------------------*   00066200
      *   CARREGA O CONTRATO E O SEU CRONOGRAMA, ATUALIZA AS        *   00066300
      *   PARCELAS E REGRAVA TUDO NO EMPPNOV (O REGISTRO DE         *   00066400
      *   CONTRATO VAI NA FRENTE COM SALDO E PARCELAS PAGAS).       *   00066500
      *-------------------------------------------------------------*   00066600
            IF FD-EMP-PARCELA NOT EQUAL ZEROES                          00066700
               MOVE 'EMPPES SEM REGISTRO CONTRATO' TO WRK-MSGERRO       00066800
               PERFORM 9100-ERRO-CONTROLE                               00066900
            END-IF.                                                     00067000
            MOVE FD-EMPPES TO WRK-REG-CONTRATO.                         00067100
            MOVE ZEROES TO WRK-QTD-PAR.                                 00067200
            PERFORM 1100-LER-EMPPES.                                    00067300
            PERFORM 2110-CARREGAR-PARCELA                               00067400
                    UNTIL FD-EMP-CHAVE (1:12) NOT EQUAL                 00067500
                          WRK-CTR-CHAVE-CONTRATO.                       00067600
                                                                        00067700
            IF WRK-CONTRATO-ATIVO                                       00067800
               PERFORM 2200-CARREGAR-RECUSAS                            00067900
               MOVE 1 TO WRK-SUB-PAR                                    00068000
               PERFORM 2300-TRATAR-PARCELA                              00068100
                       UNTIL WRK-SUB-PAR GREATER WRK-QTD-PAR            00068200
               IF WRK-CTR-PAGAS NOT LESS WRK-CTR-QTDPARC                00068300
                  MOVE 'Q' TO WRK-CTR-STATUS                            00068400
                  MOVE ZEROES TO WRK-CTR-SALDODEV                       00068500
                  ADD 1 TO WRK-QTD-QUITADO                              00068600
                  MOVE ZEROES TO WRK-DET-PARCELA                        00068700
                                 WRK-DET-VENCTO                         00068800
                                 WRK-DET-MORA                           00068900
                  MOVE WRK-CTR-PRINCIPAL TO WRK-DET-VALOR               00069000
                  MOVE 'CONTRATO QUITADO' TO WRK-DET-OCORRENCIA         00069100
                  PERFORM 2900-LISTAR-OCORRENCIA                        00069200
               END-IF                                                   00069300
            END-IF.                                                     00069400
                                                                        00069500
            PERFORM 2400-GRAVAR-CONTRATO.                               00069600
       2100-99-FIM.              EXIT.                                  00069700
      *-------------------------------------------------------------*   00069800
       2110-CARREGAR-PARCELA                    SECTION.                00069900
      *-------------------------------------------------------------*   00070000
            IF WRK-QTD-PAR NOT LESS 360                                 00070100
               MOVE 'CRONOGRAMA ACIMA DE 360 PARC.' TO WRK-MSGERRO      00070200
               PERFORM 9100-ERRO-CONTROLE                               00070300
            END-IF.                                                     00070400
            ADD 1 TO WRK-QTD-PAR.                                       00070500
            MOVE FD-EMPPES TO WRK-PAR-LINHA (WRK-QTD-PAR).              00070600
            PERFORM 1100-LER-EMPPES.                                    00070700
       2110-99-FIM.              EXIT.                                  00070800
      *-------------------------------------------------------------*   00070900
       2200-CARREGAR-RECUSAS                    SECTION.                00071000
      *-------------------------------------------------------------*   00071100
      *   UMA VEZ POR CONTA: GUARDA OS DEBITOS DE PARCELA RECUSADOS *   00071200
      *   NA POSTAGEM ANTERIOR. A CONTA COM MAIS DE UM CONTRATO     *   00071300
      *   DIVIDE A MESMA TABELA (A RECUSA USADA NAO CASA DE NOVO).  *   00071400
      *-------------------------------------------------------------*   00071500
            IF WRK-CTR-CONTA-CLI EQUAL WRK-CONTA-RECUSAS                00071600
               GO TO 2200-99-FIM.                                       00071700
                                                                        00071800
            MOVE WRK-CTR-CONTA-CLI TO WRK-CONTA-RECUSAS.                00071900
            MOVE ZEROES TO WRK-QTD-REC.                                 00072000
            PERFORM 1400-LER-MOV0106R                                   00072100
                    UNTIL FD-MOVR-CHAVE NOT LESS WRK-CONTA-RECUSAS.     00072200
            PERFORM 2210-GUARDAR-RECUSA                                 00072300
                    UNTIL FD-MOVR-CHAVE NOT EQUAL WRK-CONTA-RECUSAS.    00072400
       2200-99-FIM.              EXIT.                                  00072500
      *-------------------------------------------------------------*   00072600
       2210-GUARDAR-RECUSA                      SECTION.                00072700
      *-------------------------------------------------------------*   00072800
            IF FD-MOVR-TIPOMOV EQUAL 'P'                                00072900
               IF WRK-QTD-REC LESS 50                                   00073000
                  ADD 1 TO WRK-QTD-REC                                  00073100
                  MOVE FD-MOVR-VLRMOVIMENTO                             00073200
                    TO WRK-REC-VALOR (WRK-QTD-REC)                      00073300
                  MOVE 'N' TO WRK-REC-USADA (WRK-QTD-REC)               00073400
               ELSE                                                     00073500
                  DISPLAY ' RECUSAS DA CONTA ACIMA DE 50: '             00073600
                          WRK-CONTA-RECUSAS                             00073700
               END-IF                                                   00073800
            END-IF.                                                     00073900
            PERFORM 1400-LER-MOV0106R.                                  00074000
       2210-99-FIM.              EXIT.                                  00074100
      *-------------------------------------------------------------*   00074200
       2300-TRATAR-PARCELA                      SECTION.                00074300
      *-------------------------------------------------------------*   00074400
      *   PRIMEIRO APURA O RESULTADO DO DEBITO GERADO NA NOITE      *   00074500
      *   ANTERIOR; DEPOIS GERA O DEBITO DA PARCELA QUE VENCEU OU   *   00074600
      *   QUE CONTINUA EM ATRASO.                                   *   00074700
      *-------------------------------------------------------------*   00074800
            IF WRK-PAR-SITUACAO (WRK-SUB-PAR) EQUAL 'G'                 00074900
               PERFORM 2310-APURAR-DEBITO                               00075000
            END-IF.                                                     00075100
                                                                        00075200
            EVALUATE WRK-PAR-SITUACAO (WRK-SUB-PAR)                     00075300
              WHEN 'A'                                                  00075400
                PERFORM 2350-ROLAR-VENCIMENTO                           00075500
                IF WRK-DATA-EFETIVA NOT GREATER WRK-DATA-CICLO-R        00075600
                   MOVE ZEROES TO WRK-PAR-MORA (WRK-SUB-PAR)            00075700
                   MOVE WRK-PAR-VALOR (WRK-SUB-PAR)                     00075800
                     TO WRK-PAR-COBRADO (WRK-SUB-PAR)                   00075900
                   MOVE 'DEBITO DA PARCELA GERADO'                      00076000
                        TO WRK-DET-OCORRENCIA                           00076100
                   PERFORM 2380-GRAVAR-DEBITO                           00076200
                END-IF                                                  00076300
              WHEN 'V'                                                  00076400
                PERFORM 2370-CALCULAR-MORA                              00076500
                COMPUTE WRK-PAR-COBRADO (WRK-SUB-PAR) =                 00076600
                        WRK-PAR-VALOR (WRK-SUB-PAR)                     00076700
                      + WRK-PAR-MORA (WRK-SUB-PAR)                      00076800
                MOVE 'DEBITO EM ATRASO COM MORA'                        00076900
                     TO WRK-DET-OCORRENCIA                              00077000
                PERFORM 2380-GRAVAR-DEBITO                              00077100
            END-EVALUATE.                                               00077200
            ADD 1 TO WRK-SUB-PAR.                                       00077300
       2300-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       2310-APURAR-DEBITO                       SECTION.                00077600
      *-------------------------------------------------------------*   00077700
      *   DEBITO GERADO HOJE AINDA NAO PASSOU PELA POSTAGEM. O      *   00077800
      *   MOV0106R NAO TRAZ O HISTORICO: A RECUSA CASA PELA CONTA,  *   00077900
      *   TIPOMOV P E VALOR COBRADO.                                *   00078000
      *-------------------------------------------------------------*   00078100
            IF WRK-PAR-DATAGER (WRK-SUB-PAR) NOT LESS                   00078200
               WRK-DATA-CICLO-R                                         00078300
               GO TO 2310-99-FIM.                                       00078400
                                                                        00078500
            MOVE ZEROES TO WRK-IDX-REC.                                 00078600
            MOVE 1 TO WRK-SUB-REC.                                      00078700
            PERFORM 2320-COMPARAR-RECUSA                                00078800
                    UNTIL WRK-SUB-REC GREATER WRK-QTD-REC               00078900
                       OR WRK-IDX-REC GREATER ZEROES.                   00079000
                                                                        00079100
            IF WRK-IDX-REC GREATER ZEROES                               00079200
               MOVE 'S' TO WRK-REC-USADA (WRK-IDX-REC)                  00079300
               MOVE 'V' TO WRK-PAR-SITUACAO (WRK-SUB-PAR)               00079400
               ADD 1 TO WRK-QTD-VENCIDA                                 00079500
               MOVE 'DEBITO RECUSADO - EM ATRASO'                       00079600
                    TO WRK-DET-OCORRENCIA                               00079700
            ELSE                                                        00079800
               MOVE 'P' TO WRK-PAR-SITUACAO (WRK-SUB-PAR)               00079900
               MOVE WRK-PAR-DATAGER (WRK-SUB-PAR)                       00080000
                 TO WRK-PAR-DATAPAG (WRK-SUB-PAR)                       00080100
               ADD 1 TO WRK-CTR-PAGAS                                   00080200
               IF WRK-CTR-SALDODEV GREATER WRK-PAR-AMORT (WRK-SUB-PAR)  00080300
                  SUBTRACT WRK-PAR-AMORT (WRK-SUB-PAR)                  00080400
                      FROM WRK-CTR-SALDODEV                             00080500
               ELSE                                                     00080600
                  MOVE ZEROES TO WRK-CTR-SALDODEV                       00080700
               END-IF                                                   00080800
               ADD 1 TO WRK-QTD-PAGA                                    00080900
               MOVE 'PARCELA PAGA' TO WRK-DET-OCORRENCIA                00081000
            END-IF.                                                     00081100
            MOVE WRK-PAR-COBRADO (WRK-SUB-PAR) TO WRK-DET-VALOR.        00081200
            MOVE WRK-PAR-MORA (WRK-SUB-PAR)    TO WRK-DET-MORA.         00081300
            PERFORM 2390-LISTAR-PARCELA.                                00081400
       2310-99-FIM.              EXIT.                                  00081500
      *-------------------------------------------------------------*   00081600
       2320-COMPARAR-RECUSA                     SECTION.                00081700
      *-------------------------------------------------------------*   00081800
            IF WRK-REC-USADA (WRK-SUB-REC) EQUAL 'N'                    00081900
               AND WRK-REC-VALOR (WRK-SUB-REC) EQUAL                    00082000
                   WRK-PAR-COBRADO (WRK-SUB-PAR)                        00082100
               MOVE WRK-SUB-REC TO WRK-IDX-REC                          00082200
            END-IF.                                                     00082300
            ADD 1 TO WRK-SUB-REC.                                       00082400
       2320-99-FIM.              EXIT.                                  00082500
      *-------------------------------------------------------------*   00082600
       2350-ROLAR-VENCIMENTO                    SECTION.                00082700
      *-------------------------------------------------------------*   00082800
      *   VENCIMENTO EM DIA NAO UTIL ROLA PARA O PROXIMO DIA UTIL  *    00082900
      *   DO CALENDARIO; DATA FORA DO CALENDARIO FICA COMO ESTA.   *    00083000
      *-------------------------------------------------------------*   00083100
            MOVE WRK-PAR-VENCTO (WRK-SUB-PAR) TO WRK-DATA-EFETIVA.      00083200
            IF WRK-QTD-CAL EQUAL ZEROES                                 00083300
               GO TO 2350-99-FIM.                                       00083400
            MOVE ZEROES TO WRK-IDX-CAL.                                 00083500
            MOVE 1 TO WRK-SUB-CAL.                                      00083600
            PERFORM 2355-LOCALIZAR-DATA                                 00083700
                    UNTIL WRK-SUB-CAL GREATER WRK-QTD-CAL               00083800
                       OR WRK-IDX-CAL GREATER ZEROES.                   00083900
            IF WRK-IDX-CAL EQUAL ZEROES                                 00084000
               GO TO 2350-99-FIM.                                       00084100
            PERFORM 2360-AVANCAR-DIA-UTIL                               00084200
                    UNTIL WRK-IDX-CAL GREATER WRK-QTD-CAL               00084300
                       OR WRK-CAL-FLAG (WRK-IDX-CAL) EQUAL 'U'.         00084400
            IF WRK-IDX-CAL LESS OR EQUAL WRK-QTD-CAL                    00084500
               MOVE WRK-CAL-DATA (WRK-IDX-CAL) TO WRK-DATA-EFETIVA      00084600
            END-IF.                                                     00084700
       2350-99-FIM.              EXIT.                                  00084800
      *-------------------------------------------------------------*   00084900
       2355-LOCALIZAR-DATA                      SECTION.                00085000
      *-------------------------------------------------------------*   00085100
            IF WRK-CAL-DATA (WRK-SUB-CAL) EQUAL WRK-DATA-EFETIVA        00085200
               MOVE WRK-SUB-CAL TO WRK-IDX-CAL                          00085300
            END-IF.                                                     00085400
            ADD 1 TO WRK-SUB-CAL.                                       00085500
       2355-99-FIM.              EXIT.                                  00085600
      *-------------------------------------------------------------*   00085700
       2360-AVANCAR-DIA-UTIL                    SECTION.                00085800
      *-------------------------------------------------------------*   00085900
            IF WRK-CAL-FLAG (WRK-IDX-CAL) NOT EQUAL 'U'                 00086000
               ADD 1 TO WRK-IDX-CAL                                     00086100
            END-IF.                                                     00086200
       2360-99-FIM.              EXIT.                                  00086300
      *-------------------------------------------------------------*   00086400
       2370-CALCULAR-MORA                       SECTION.                00086500
      *-------------------------------------------------------------*   00086600
      *   MORA SIMPLES SOBRE O VALOR DA PARCELA PELOS DIAS          *   00086700
      *   CORRIDOS ENTRE O VENCIMENTO (JA ROLADO) E O CICLO.        *   00086800
      *-------------------------------------------------------------*   00086900
            PERFORM 2350-ROLAR-VENCIMENTO.                              00087000
            MOVE WRK-DATA-EFETIVA TO WRK-DN-DATA.                       00087100
            PERFORM 5000-CALCULAR-DIAS.                                 00087200
            IF WRK-DIAS-CICLO GREATER WRK-DN-RESULT                     00087300
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-CICLO - WRK-DN-RESULT 00087400
            ELSE                                                        00087500
               MOVE ZEROES TO WRK-DIAS-ATRASO                           00087600
            END-IF.                                                     00087700
            COMPUTE WRK-PAR-MORA (WRK-SUB-PAR) ROUNDED =                00087800
                    WRK-PAR-VALOR (WRK-SUB-PAR) * WRK-TAXA-MORA         00087900
                  * WRK-DIAS-ATRASO / 100.                              00088000
       2370-99-FIM.              EXIT.                                  00088100
      *-------------------------------------------------------------*   00088200
       2380-GRAVAR-DEBITO                       SECTION.                00088300
      *-------------------------------------------------------------*   00088400
            MOVE WRK-PAR-AGENCIA (WRK-SUB-PAR)  TO WRK-MEP-AGENCIA.     00088500
            MOVE WRK-PAR-CONTA (WRK-SUB-PAR)    TO WRK-MEP-CONTA.       00088600
            MOVE WRK-PAR-CONTRATO (WRK-SUB-PAR) TO WRK-HPA-CONTRATO.    00088700
            MOVE WRK-PAR-NUMERO (WRK-SUB-PAR)   TO WRK-HPA-PARCELA.     00088800
            MOVE WRK-CTR-QTDPARC                TO WRK-HPA-QTDPARC.     00088900
            MOVE WRK-HIST-PARCELA               TO WRK-MEP-HISTORICO.   00089000
            MOVE WRK-PAR-COBRADO (WRK-SUB-PAR)  TO WRK-MEP-VALOR.       00089100
            MOVE 'P'                            TO WRK-MEP-TIPOMOV.     00089200
            MOVE WRK-DATA-CICLO-R               TO WRK-MEP-DATAVALOR.   00089300
            WRITE FD-MOVEMP FROM WRK-REG-MOVEMP.                        00089400
            ADD 1 TO WRK-REGMOVEMP.                                     00089500
            ADD WRK-MEP-VALOR TO WRK-HASH-MOVEMP.                       00089600
                                                                        00089700
            MOVE 'G' TO WRK-PAR-SITUACAO (WRK-SUB-PAR).                 00089800
            MOVE WRK-DATA-CICLO-R TO WRK-PAR-DATAGER (WRK-SUB-PAR).     00089900
            ADD 1 TO WRK-QTD-GERADA.                                    00090000
            ADD WRK-MEP-VALOR TO WRK-VLR-COBRADO.                       00090100
                                                                        00090200
            MOVE WRK-PAR-COBRADO (WRK-SUB-PAR) TO WRK-DET-VALOR.        00090300
            MOVE WRK-PAR-MORA (WRK-SUB-PAR)    TO WRK-DET-MORA.         00090400
            PERFORM 2390-LISTAR-PARCELA.                                00090500
       2380-99-FIM.              EXIT.                                  00090600
      *-------------------------------------------------------------*   00090700
       2390-LISTAR-PARCELA                      SECTION.                00090800
      *-------------------------------------------------------------*   00090900
            MOVE WRK-PAR-NUMERO (WRK-SUB-PAR) TO WRK-DET-PARCELA.       00091000
            MOVE WRK-PAR-VENCTO (WRK-SUB-PAR) TO WRK-DET-VENCTO.        00091100
            PERFORM 2900-LISTAR-OCORRENCIA.                             00091200
       2390-99-FIM.              EXIT.                                  00091300
      *-------------------------------------------------------------*   00091400
       2400-GRAVAR-CONTRATO                     SECTION.                00091500
      *-------------------------------------------------------------*   00091600
            WRITE FD-EMPPNOV FROM WRK-REG-CONTRATO.                     00091700
            ADD 1 TO WRK-REGNOVO.                                       00091800
            ADD WRK-CTR-SALDODEV TO WRK-HASH-NOVO.                      00091900
            ADD 1 TO WRK-QTD-CONTRATOS.                                 00092000
            MOVE 1 TO WRK-SUB-PAR.                                      00092100
            PERFORM 2410-GRAVAR-PARCELA                                 00092200
                    UNTIL WRK-SUB-PAR GREATER WRK-QTD-PAR.              00092300
       2400-99-FIM.              EXIT.                                  00092400
      *-------------------------------------------------------------*   00092500
       2410-GRAVAR-PARCELA                      SECTION.                00092600
      *-------------------------------------------------------------*   00092700
            WRITE FD-EMPPNOV FROM WRK-PAR-LINHA (WRK-SUB-PAR).          00092800
            ADD 1 TO WRK-REGNOVO.                                       00092900
            ADD 1 TO WRK-SUB-PAR.                                       00093000
       2410-99-FIM.              EXIT.                                  00093100
      *-------------------------------------------------------------*   00093200
       2600-CONTRATAR                           SECTION.                00093300
      *-------------------------------------------------------------*   00093400
      *   TRANSACAO SEM CONTRATO NO MASTER: SO A CONTRATACAO VALE.  *   00093500
      *-------------------------------------------------------------*   00093600
            PERFORM 2620-VERIFICAR-AUTORIZACAO.                         00093625
            IF NOT WRK-AUT-AUTORIZADO                                   00093650
               GO TO 2600-99-FIM.                                       00093675
                                                                        00093687
            PERFORM 2610-CRITICAR-CONTRATO.                             00093700
            IF NOT WRK-CONTRATO-VALIDO                                  00093800
               ADD 1 TO WRK-QTD-RECUSA                                  00093900
               PERFORM 2690-LISTAR-TRANSACAO                            00094000
               GO TO 2600-99-FIM.                                       00094100
                                                                        00094200
            PERFORM 2650-MONTAR-TABELA-PRICE.                           00094300
            PERFORM 2400-GRAVAR-CONTRATO.                               00094400
                                                                        00094500
            MOVE FD-TPE-AGENCIA    TO WRK-MEP-AGENCIA.                  00094600
            MOVE FD-TPE-CONTA      TO WRK-MEP-CONTA.                    00094700
            MOVE FD-TPE-CONTRATO   TO WRK-HLI-CONTRATO.                 00094800
            MOVE WRK-HIST-LIBERACAO TO WRK-MEP-HISTORICO.               00094900
            MOVE FD-TPE-PRINCIPAL  TO WRK-MEP-VALOR.                    00095000
            MOVE 'C'               TO WRK-MEP-TIPOMOV.                  00095100
            MOVE WRK-DATA-CICLO-R  TO WRK-MEP-DATAVALOR.                00095200
            WRITE FD-MOVEMP FROM WRK-REG-MOVEMP.                        00095300
            ADD 1 TO WRK-REGMOVEMP.                                     00095400
            ADD WRK-MEP-VALOR TO WRK-HASH-MOVEMP.                       00095500
                                                                        00095600
            ADD 1 TO WRK-QTD-CONTRATA.                                  00095700
            ADD FD-TPE-PRINCIPAL TO WRK-VLR-LIBERADO.                   00095800
            MOVE FD-TPE-CHAVE TO WRK-ULT-INCLUSO.                       00095900
            MOVE 'CONTRATO INCLUIDO - CREDITADO'                        00096000
                 TO WRK-DET-OCORRENCIA.                                 00096100
            PERFORM 2690-LISTAR-TRANSACAO.                              00096200
       2600-99-FIM.              EXIT.                                  00096300
      *-------------------------------------------------------------*   00096400
       2610-CRITICAR-CONTRATO                   SECTION.                00096500
      *-------------------------------------------------------------*   00096600
      *   CRITICA DA CONTRATACAO: OPERACAO, CAMPOS NUMERICOS E      *   00096700
      *   CONTA DO CLIENTES EXISTENTE E NAO BLOQUEADA.              *   00096800
      *-------------------------------------------------------------*   00096900
            MOVE 'N' TO WRK-SW-VALIDO.                                  00097000
            PERFORM 1300-LER-CLIENTES                                   00097100
                    UNTIL FD-CHAVE NOT LESS FD-TPE-CHAVE (1:8).         00097200
            EVALUATE TRUE                                               00097300
              WHEN FD-TPE-OPERACAO NOT EQUAL 'CONTRATA'                 00097400
                MOVE 'OPERACAO INVALIDA - RECUSADA'                     00097500
                     TO WRK-DET-OCORRENCIA                              00097600
              WHEN FD-TPE-CHAVE EQUAL WRK-ULT-INCLUSO                   00097700
                MOVE 'JA CONTRATADO NESTA EXECUCAO'                     00097800
                     TO WRK-DET-OCORRENCIA                              00097900
              WHEN FD-TPE-PRINCIPAL NOT NUMERIC                         00098000
                   OR FD-TPE-PRINCIPAL EQUAL ZEROES                     00098100
                MOVE 'PRINCIPAL INVALIDO - RECUSADO'                    00098200
                     TO WRK-DET-OCORRENCIA                              00098300
              WHEN FD-TPE-TAXA NOT NUMERIC                              00098400
                   OR FD-TPE-TAXA EQUAL ZEROES                          00098500
                MOVE 'TAXA INVALIDA - RECUSADA'                         00098600
                     TO WRK-DET-OCORRENCIA                              00098700
              WHEN FD-TPE-QTDPARC NOT NUMERIC                           00098800
                   OR FD-TPE-QTDPARC EQUAL ZEROES                       00098900
                   OR FD-TPE-QTDPARC GREATER 360                        00099000
                MOVE 'QTD DE PARCELAS INVALIDA'                         00099100
                     TO WRK-DET-OCORRENCIA                              00099200
              WHEN FD-CHAVE NOT EQUAL FD-TPE-CHAVE (1:8)                00099300
                MOVE 'CONTA INEXISTENTE - RECUSADO'                     00099400
                     TO WRK-DET-OCORRENCIA                              00099500
              WHEN FD-STATUS EQUAL 'B'                                  00099600
                MOVE 'CONTA BLOQUEADA - RECUSADO'                       00099700
                     TO WRK-DET-OCORRENCIA                              00099800
              WHEN OTHER                                                00099900
                MOVE 'S' TO WRK-SW-VALIDO                               00100000
            END-EVALUATE.                                               00100100
       2610-99-FIM.              EXIT.                                  00100200
      *-------------------------------------------------------------*   00100203
       2620-VERIFICAR-AUTORIZACAO               SECTION.                00100206
      *-------------------------------------------------------------*   00100209
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00100212
      *   NO FR19EX46 (MODULO AUTORIZA). SEM ELA, OU COM OPERADOR   *   00100216
      *   DESCONHECIDO/INATIVO, O CONTRATO NAO E INCLUIDO E O       *   00100219
      *   RELEMP MOSTRA QUEM LIBEROU O LOTE.                        *   00100222
      *-------------------------------------------------------------*   00100225
            MOVE 'FR19EX46'      TO WRK-AUT-PROGRAMA.                   00100229
            MOVE FD-TPE-OPERACAO TO WRK-AUT-OPERACAO.                   00100232
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00100235
            MOVE FD-TPE-CHAVE    TO WRK-AUT-CHAVE.                      00100238
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00100241
            IF NOT WRK-AUT-AUTORIZADO                                   00100245
               IF WRK-AUT-NEGADO                                        00100248
                  MOVE 'NAO AUTORIZADO - RECUSADO'                      00100251
                       TO WRK-DET-OCORRENCIA                            00100254
               ELSE                                                     00100258
                  MOVE 'OPERADOR DESCONHECIDO/INATIVO'                  00100261
                       TO WRK-DET-OCORRENCIA                            00100264
               END-IF                                                   00100267
               ADD 1 TO WRK-QTD-RECUSA                                  00100270
                        WRK-QTD-NEGADA                                  00100274
               PERFORM 2690-LISTAR-TRANSACAO                            00100277
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00100280
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00100283
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00100287
               WRITE FD-RELEMP FROM WRK-LINHA-NEGADO                    00100290
            END-IF.                                                     00100293
       2620-99-FIM.              EXIT.                                  00100296
      *-------------------------------------------------------------*   00100300
       2650-MONTAR-TABELA-PRICE                 SECTION.                00100400
      *-------------------------------------------------------------*   00100500
      *   PARCELA = PRINCIPAL X I X (1+I)**N / ((1+I)**N - 1).      *   00100600
      *   JUROS DO MES SOBRE O SALDO DEVEDOR, AMORTIZACAO = PARCELA *   00100700
      *   - JUROS; A ULTIMA PARCELA AMORTIZA O RESIDUO. VENCIMENTOS *   00100800
      *   MENSAIS NO DIA DA CONTRATACAO (LIMITADO AO FIM DO MES).   *   00100900
      *-------------------------------------------------------------*   00101000
            MOVE SPACES             TO WRK-REG-CONTRATO.                00101100
            MOVE FD-TPE-CHAVE       TO WRK-CTR-CHAVE-CONTRATO.          00101200
            MOVE ZEROES             TO WRK-CTR-PARCELA.                 00101300
            MOVE FD-TPE-PRINCIPAL   TO WRK-CTR-PRINCIPAL                00101400
                                       WRK-CTR-SALDODEV.                00101500
            MOVE FD-TPE-TAXA        TO WRK-CTR-TAXA.                    00101600
            MOVE FD-TPE-QTDPARC     TO WRK-CTR-QTDPARC.                 00101700
            MOVE WRK-DATA-CICLO-R   TO WRK-CTR-DATACONTR.               00101800
            MOVE ZEROES             TO WRK-CTR-PAGAS.                   00101900
            MOVE 'A'                TO WRK-CTR-STATUS.                  00102000
                                                                        00102100
            COMPUTE WRK-TAXA-DEC = WRK-CTR-TAXA / 100.                  00102200
            COMPUTE WRK-FATOR = (1 + WRK-TAXA-DEC) ** WRK-CTR-QTDPARC.  00102300
            COMPUTE WRK-FATOR-DIF = WRK-FATOR - 1.                      00102400
            COMPUTE WRK-CTR-VLRPARC ROUNDED =                           00102500
                    WRK-CTR-PRINCIPAL * WRK-TAXA-DEC * WRK-FATOR        00102600
                  / WRK-FATOR-DIF.                                      00102700
                                                                        00102800
            MOVE WRK-CTR-PRINCIPAL TO WRK-SALDO-CALC.                   00102900
            MOVE WRK-DATA-CICLO    TO WRK-DATA-VENCTO.                  00103000
            MOVE WRK-CICLO-DIA     TO WRK-DIA-CONTRATO.                 00103100
            MOVE ZEROES            TO WRK-QTD-PAR.                      00103200
            PERFORM 2660-GERAR-PARCELA                                  00103300
                    UNTIL WRK-QTD-PAR NOT LESS WRK-CTR-QTDPARC.         00103400
       2650-99-FIM.              EXIT.                                  00103500
      *-------------------------------------------------------------*   00103600
       2660-GERAR-PARCELA                       SECTION.                00103700
      *-------------------------------------------------------------*   00103800
            ADD 1 TO WRK-QTD-PAR.                                       00103900
            MOVE SPACES TO WRK-PAR-LINHA (WRK-QTD-PAR).                 00104000
                                                                        00104100
            IF WRK-VENC-MES EQUAL 12                                    00104200
               MOVE 01 TO WRK-VENC-MES                                  00104300
               ADD 1 TO WRK-VENC-ANO                                    00104400
            ELSE                                                        00104500
               ADD 1 TO WRK-VENC-MES                                    00104600
            END-IF.                                                     00104700
            PERFORM 2670-CALCULAR-DIAS-MES.                             00104800
            IF WRK-DIA-CONTRATO GREATER WRK-DIAS-NO-MES                 00104900
               MOVE WRK-DIAS-NO-MES TO WRK-VENC-DIA                     00105000
            ELSE                                                        00105100
               MOVE WRK-DIA-CONTRATO TO WRK-VENC-DIA                    00105200
            END-IF.                                                     00105300
                                                                        00105400
            COMPUTE WRK-JUROS-CALC ROUNDED =                            00105500
                    WRK-SALDO-CALC * WRK-TAXA-DEC.                      00105600
            IF WRK-QTD-PAR EQUAL WRK-CTR-QTDPARC                        00105700
               MOVE WRK-SALDO-CALC TO WRK-AMORT-CALC                    00105800
            ELSE                                                        00105900
               COMPUTE WRK-AMORT-CALC = WRK-CTR-VLRPARC                 00106000
                                      - WRK-JUROS-CALC                  00106100
            END-IF.                                                     00106200
            SUBTRACT WRK-AMORT-CALC FROM WRK-SALDO-CALC.                00106300
                                                                        00106400
            MOVE WRK-CTR-AGENCIA    TO WRK-PAR-AGENCIA (WRK-QTD-PAR).   00106500
            MOVE WRK-CTR-CONTA      TO WRK-PAR-CONTA (WRK-QTD-PAR).     00106600
            MOVE WRK-CTR-CONTRATO   TO WRK-PAR-CONTRATO (WRK-QTD-PAR).  00106700
            MOVE WRK-QTD-PAR        TO WRK-PAR-NUMERO (WRK-QTD-PAR).    00106800
            MOVE WRK-DATA-VENCTO-R  TO WRK-PAR-VENCTO (WRK-QTD-PAR).    00106900
            COMPUTE WRK-PAR-VALOR (WRK-QTD-PAR) =                       00107000
                    WRK-AMORT-CALC + WRK-JUROS-CALC.                    00107100
            MOVE WRK-JUROS-CALC     TO WRK-PAR-JUROS (WRK-QTD-PAR).     00107200
            MOVE WRK-AMORT-CALC     TO WRK-PAR-AMORT (WRK-QTD-PAR).     00107300
            MOVE WRK-SALDO-CALC     TO WRK-PAR-SALDODEV (WRK-QTD-PAR).  00107400
            MOVE 'A'                TO WRK-PAR-SITUACAO (WRK-QTD-PAR).  00107500
            MOVE ZEROES             TO WRK-PAR-MORA (WRK-QTD-PAR)       00107600
                                       WRK-PAR-COBRADO (WRK-QTD-PAR)    00107700
                                       WRK-PAR-DATAGER (WRK-QTD-PAR)    00107800
                                       WRK-PAR-DATAPAG (WRK-QTD-PAR).   00107900
       2660-99-FIM.              EXIT.                                  00108000
      *-------------------------------------------------------------*   00108100
       2670-CALCULAR-DIAS-MES                   SECTION.                00108200
      *-------------------------------------------------------------*   00108300
            MOVE WRK-DIAS-MES (WRK-VENC-MES) TO WRK-DIAS-NO-MES.        00108400
            IF WRK-VENC-MES EQUAL 02                                    00108500
               MOVE WRK-VENC-ANO TO WRK-DN-ANO                          00108600
               PERFORM 5100-VERIFICAR-BISSEXTO                          00108700
               IF WRK-DN-BISSEXTO EQUAL 1                               00108800
                  MOVE 29 TO WRK-DIAS-NO-MES                            00108900
               END-IF                                                   00109000
            END-IF.                                                     00109100
       2670-99-FIM.              EXIT.                                  00109200
      *-------------------------------------------------------------*   00109300
       2690-LISTAR-TRANSACAO                    SECTION.                00109400
      *-------------------------------------------------------------*   00109500
            MOVE FD-TPE-AGENCIA   TO WRK-DET-AGENCIA.                   00109600
            MOVE FD-TPE-CONTA     TO WRK-DET-CONTA.                     00109700
            MOVE FD-TPE-CONTRATO  TO WRK-DET-CONTRATO.                  00109800
            MOVE ZEROES           TO WRK-DET-PARCELA                    00109900
                                     WRK-DET-VENCTO                     00110000
                                     WRK-DET-MORA.                      00110100
            IF FD-TPE-PRINCIPAL NUMERIC                                 00110200
               MOVE FD-TPE-PRINCIPAL TO WRK-DET-VALOR                   00110300
            ELSE                                                        00110400
               MOVE ZEROES TO WRK-DET-VALOR                             00110500
            END-IF.                                                     00110600
            WRITE FD-RELEMP FROM WRK-LINHA-DET.                         00110700
       2690-99-FIM.              EXIT.                                  00110800
      *-------------------------------------------------------------*   00110900
       2900-LISTAR-OCORRENCIA                   SECTION.                00111000
      *-------------------------------------------------------------*   00111100
            MOVE WRK-CTR-AGENCIA  TO WRK-DET-AGENCIA.                   00111200
            MOVE WRK-CTR-CONTA    TO WRK-DET-CONTA.                     00111300
            MOVE WRK-CTR-CONTRATO TO WRK-DET-CONTRATO.                  00111400
            WRITE FD-RELEMP FROM WRK-LINHA-DET.                         00111500
       2900-99-FIM.              EXIT.                                  00111600
      *-------------------------------------------------------------*   00111700
       3000-FINALIZAR                           SECTION.                00111800
      *-------------------------------------------------------------*   00111900
             MOVE WRK-REGMOVEMP   TO WRK-TRLM-QTD.                      00112000
             MOVE WRK-HASH-MOVEMP TO WRK-TRLM-HASH.                     00112100
             WRITE FD-MOVEMP FROM WRK-MOVEMP-TRL.                       00112200
             MOVE WRK-REGNOVO     TO WRK-TRLN-QTD.                      00112300
             MOVE WRK-HASH-NOVO   TO WRK-TRLN-HASH.                     00112400
             WRITE FD-EMPPNOV FROM WRK-EMPPNOV-TRL.                     00112500
                                                                        00112600
             WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                      00112700
             MOVE 'CONTRATOS INCLUIDOS / VALOR LIBERADO'                00112800
                  TO WRK-TOT-TEXTO.                                     00112900
             MOVE WRK-QTD-CONTRATA TO WRK-TOT-QTD.                      00113000
             MOVE WRK-VLR-LIBERADO TO WRK-TOT-VALOR.                    00113100
             WRITE FD-RELEMP FROM WRK-LINHA-TOTAL.                      00113200
             MOVE 'DEBITOS DE PARCELA GERADOS / VALOR'                  00113300
                  TO WRK-TOT-TEXTO.                                     00113400
             MOVE WRK-QTD-GERADA   TO WRK-TOT-QTD.                      00113500
             MOVE WRK-VLR-COBRADO  TO WRK-TOT-VALOR.                    00113600
             WRITE FD-RELEMP FROM WRK-LINHA-TOTAL.                      00113700
             MOVE 'SALDO DEVEDOR DA CARTEIRA'                           00113800
                  TO WRK-TOT-TEXTO.                                     00113900
             MOVE WRK-QTD-CONTRATOS TO WRK-TOT-QTD.                     00114000
             MOVE WRK-HASH-NOVO    TO WRK-TOT-VALOR.                    00114100
             WRITE FD-RELEMP FROM WRK-LINHA-TOTAL.                      00114200
             WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                      00114300
                                                                        00114400
             CLOSE EMPPES TRANSPES CLIENTES MOV0106R                    00114500
                   EMPPNOV MOVEMP RELEMP.                               00114600
               PERFORM 4000-TESTARSTATUS.                               00114700
              DISPLAY ' ============================================'.  00114800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX46          '.  00114900
              DISPLAY ' ============================================'.  00115000
              DISPLAY ' DATA DO CICLO...............' WRK-DATA-CICLO-R. 00115100
              DISPLAY ' REGISTROS NO MASTER ANTERIOR' WRK-REGMASTER.    00115200
              DISPLAY ' TRANSACOES LIDAS............' WRK-REGTRANS.     00115300
              DISPLAY ' CONTRATOS INCLUIDOS.........' WRK-QTD-CONTRATA. 00115400
              DISPLAY ' TRANSACOES RECUSADAS........' WRK-QTD-RECUSA.   00115500
              DISPLAY ' RECUSADAS POR AUTORIZACAO...' WRK-QTD-NEGADA.   00115550
              DISPLAY ' DEBITOS DE PARCELA GERADOS..' WRK-QTD-GERADA.   00115600
              DISPLAY ' PARCELAS PAGAS..............' WRK-QTD-PAGA.     00115700
              DISPLAY ' PARCELAS RECUSADAS (ATRASO).' WRK-QTD-VENCIDA.  00115800
              DISPLAY ' CONTRATOS QUITADOS..........' WRK-QTD-QUITADO.  00115900
              DISPLAY ' REGISTROS NO MASTER NOVO....' WRK-REGNOVO.      00116000
              DISPLAY ' MOVIMENTOS NO MOVEMP........' WRK-REGMOVEMP.    00116100
              DISPLAY ' ============================================'.  00116200
                                                                        00116300
              MOVE 'F' TO WRK-EST-EVENTO.                               00116400
              MOVE WRK-REGMASTER  TO WRK-EST-LIDOS.                     00116500
              ADD  WRK-REGTRANS   TO WRK-EST-LIDOS.                     00116600
              MOVE WRK-REGMOVEMP  TO WRK-EST-GRAVADOS.                  00116700
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00116800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00116900
                                                                        00117000
       3000-99-FIM.              EXIT.                                  00117100
      *-------------------------------------------------------------*   00117200
       4000-TESTARSTATUS                            SECTION.            00117300
      *-------------------------------------------------------------*   00117400
                 PERFORM 4100-TESTARSTATUS-EMPPES.                      00117500
                 PERFORM 4200-TESTARSTATUS-TRANSPES.                    00117600
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00117700
                 PERFORM 4400-TESTARSTATUS-MOV0106R.                    00117800
                 IF WRK-FS-EMPPNOV NOT EQUAL 00                         00117900
                   MOVE 'ERRO NO OPEN EMPPNOV  ' TO WRK-MSGERRO         00118000
                   MOVE '1000'                   TO WRK-SECAO           00118100
                   MOVE WRK-FS-EMPPNOV           TO WRK-STATUS          00118200
                    PERFORM 9000-TRATAERROS                             00118300
                 END-IF.                                                00118400
                 IF WRK-FS-MOVEMP NOT EQUAL 00                          00118500
                   MOVE 'ERRO NO OPEN MOVEMP   ' TO WRK-MSGERRO         00118600
                   MOVE '1000'                   TO WRK-SECAO           00118700
                   MOVE WRK-FS-MOVEMP            TO WRK-STATUS          00118800
                    PERFORM 9000-TRATAERROS                             00118900
                 END-IF.                                                00119000
                 IF WRK-FS-RELEMP NOT EQUAL 00                          00119100
                   MOVE 'ERRO NO OPEN RELEMP   ' TO WRK-MSGERRO         00119200
                   MOVE '1000'                   TO WRK-SECAO           00119300
                   MOVE WRK-FS-RELEMP            TO WRK-STATUS          00119400
                    PERFORM 9000-TRATAERROS                             00119500
                 END-IF.                                                00119600
                                                                        00119700
       4000-99-FIM.              EXIT.                                  00119800
      *-------------------------------------------------------------*   00119900
       4100-TESTARSTATUS-EMPPES                     SECTION.            00120000
      *-------------------------------------------------------------*   00120100
               IF WRK-FS-EMPPES NOT EQUAL 00                            00120200
                           AND WRK-FS-EMPPES NOT EQUAL 10               00120300
                 MOVE 'ERRO NO EMPPES        ' TO WRK-MSGERRO           00120400
                 MOVE '1100'                   TO WRK-SECAO             00120500
                 MOVE WRK-FS-EMPPES            TO WRK-STATUS            00120600
                  PERFORM 9000-TRATAERROS                               00120700
               END-IF.                                                  00120800
                                                                        00120900
       4100-99-FIM.              EXIT.                                  00121000
      *-------------------------------------------------------------*   00121100
       4200-TESTARSTATUS-TRANSPES                   SECTION.            00121200
      *-------------------------------------------------------------*   00121300
               IF WRK-FS-TRANSPES NOT EQUAL 00                          00121400
                           AND WRK-FS-TRANSPES NOT EQUAL 10             00121500
                 MOVE 'ERRO NO TRANSPES      ' TO WRK-MSGERRO           00121600
                 MOVE '1200'                   TO WRK-SECAO             00121700
                 MOVE WRK-FS-TRANSPES          TO WRK-STATUS            00121800
                  PERFORM 9000-TRATAERROS                               00121900
               END-IF.                                                  00122000
                                                                        00122100
       4200-99-FIM.              EXIT.                                  00122200
      *-------------------------------------------------------------*   00122300
       4300-TESTARSTATUS-CLIENTES                   SECTION.            00122400
      *-------------------------------------------------------------*   00122500
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00122600
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00122700
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00122800
                 MOVE '1300'                   TO WRK-SECAO             00122900
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00123000
                  PERFORM 9000-TRATAERROS                               00123100
               END-IF.                                                  00123200
                                                                        00123300
       4300-99-FIM.              EXIT.                                  00123400
      *-------------------------------------------------------------*   00123500
       4400-TESTARSTATUS-MOV0106R                   SECTION.            00123600
      *-------------------------------------------------------------*   00123700
               IF WRK-FS-MOV0106R NOT EQUAL 00                          00123800
                           AND WRK-FS-MOV0106R NOT EQUAL 10             00123900
                 MOVE 'ERRO NO MOV0106R      ' TO WRK-MSGERRO           00124000
                 MOVE '1400'                   TO WRK-SECAO             00124100
                 MOVE WRK-FS-MOV0106R          TO WRK-STATUS            00124200
                  PERFORM 9000-TRATAERROS                               00124300
               END-IF.                                                  00124400
                                                                        00124500
       4400-99-FIM.              EXIT.                                  00124600
      *-------------------------------------------------------------*   00124700
       5000-CALCULAR-DIAS                           SECTION.            00124800
      *-------------------------------------------------------------*   00124900
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA     *   00125000
      *   CONTAR OS DIAS DE ATRASO (CALENDARIO GREGORIANO; OS       *   00125100
      *   BISSEXTOS ATE O ANO ANTERIOR, O DO ANO PELO MES).         *   00125200
      *-------------------------------------------------------------*   00125300
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00125400
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00125500
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00125600
            DIVIDE WRK-DN-ANTERIOR BY 100                               00125700
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00125800
            DIVIDE WRK-DN-ANTERIOR BY 400                               00125900
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00126000
                                                                        00126100
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00126200
                                  + WRK-DN-QUOC4                        00126300
                                  - WRK-DN-QUOC100                      00126400
                                  + WRK-DN-QUOC400                      00126500
                                  + WRK-DN-DIA.                         00126600
                                                                        00126700
            EVALUATE WRK-DN-MES                                         00126800
              WHEN 01 CONTINUE                                          00126900
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00127000
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00127100
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00127200
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00127300
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00127400
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00127500
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00127600
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00127700
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00127800
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00127900
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00128000
            END-EVALUATE.                                               00128100
                                                                        00128200
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00128300
            IF WRK-DN-BISSEXTO EQUAL 1                                  00128400
               AND WRK-DN-MES GREATER 2                                 00128500
               ADD 1 TO WRK-DN-RESULT                                   00128600
            END-IF.                                                     00128700
                                                                        00128800
       5000-99-FIM.              EXIT.                                  00128900
      *-------------------------------------------------------------*   00129000
       5100-VERIFICAR-BISSEXTO                      SECTION.            00129100
      *-------------------------------------------------------------*   00129200
            DIVIDE WRK-DN-ANO BY 4                                      00129300
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00129400
            DIVIDE WRK-DN-ANO BY 100                                    00129500
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00129600
            DIVIDE WRK-DN-ANO BY 400                                    00129700
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00129800
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00129900
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00130000
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00130100
               MOVE 1 TO WRK-DN-BISSEXTO                                00130200
            ELSE                                                        00130300
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00130400
            END-IF.                                                     00130500
                                                                        00130600
       5100-99-FIM.              EXIT.                                  00130700
      *-------------------------------------------------------------*   00130800
       9100-ERRO-CONTROLE                           SECTION.            00130900
      *-------------------------------------------------------------*   00131000
           MOVE 'FR19EX46' TO WRK-PROGRAMA.                             00131100
           MOVE '2100'     TO WRK-SECAO.                                00131200
           MOVE 'E'        TO WRK-SEVERIDADE.                           00131300
           MOVE '08'       TO WRK-STATUS.                               00131400
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00131500
           MOVE 8 TO RETURN-CODE.                                       00131600
           STOP RUN.                                                    00131700
                                                                        00131800
       9100-99-FIM.              EXIT.                                  00131900
      *-------------------------------------------------------------*   00132000
       9000-TRATAERROS                              SECTION.            00132100
      *-------------------------------------------------------------*   00132200
           MOVE 'FR19EX46' TO WRK-PROGRAMA                              00132300
           MOVE 'E'        TO WRK-SEVERIDADE                            00132400
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00132500
           GOBACK.                                                      00132600
                                                                        00132700
       9000-99-FIM.              EXIT.                                  00132800
