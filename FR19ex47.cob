      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX47.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:07/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CLASSIFICACAO DE RISCO E PROVISAO PARA CREDITOS *   00001200
      *    DE LIQUIDACAO DUVIDOSA (PDD), MENSAL. O FR19EX30 CONTA   *   00001300
      *    OS DIAS EM NEGATIVO (NEGSAI), MAS A PROVISAO ERA FEITA   *   00001400
      *    EM PLANILHA. ESTE PROGRAMA CLASSIFICA CADA EXPOSICAO     *   00001500
      *    NOS NIVEIS AA A H PELOS DIAS DE ATRASO:                  *   00001600
      *     - SALDO NEGATIVO DO CLIENTES (DIAS DO NEGSAI; CONTA     *   00001700
      *       NEGATIVA AINDA FORA DO NEGSAI CONTA 1 DIA)            *   00001800
      *     - EMPRESTIMO PESSOAL ATIVO DO EMPPES (SALDO DEVEDOR;    *   00001900
      *       DIAS DESDE O VENCIMENTO DA PARCELA MAIS ANTIGA NAO    *   00002000
      *       PAGA ATE O ULTIMO DIA DA COMPETENCIA; EM DIA = 0).    *   00002100
      *       SEM O ARQUIVO, SO AS CONTAS NEGATIVAS                 *   00002200
      *    O NIVEL E O PRIMEIRO DO PARPDD CUJO LIMITE DE DIAS COBRE *   00002300
      *    O ATRASO (ACIMA DO ULTIMO, O ULTIMO NIVEL); A PROVISAO   *   00002400
      *    E O PERCENTUAL DO NIVEL SOBRE A EXPOSICAO.               *   00002500
      *    A PROVISAO DO MES SAI POR AGENCIA E NIVEL NO PDDNOV, QUE *   00002600
      *    VIRA O PDDANT DO MES SEGUINTE. A DIFERENCA POR AGENCIA   *   00002700
      *    CONTRA O MES ANTERIOR SAI EM LANCAMENTOS BALANCEADOS NO  *   00002800
      *    LANCPDD (LAYOUT DO LANCTOS): AUMENTO = EVENTO PDDCONST   *   00002900
      *    (CONSTITUICAO), QUEDA = EVENTO PDDREVER (REVERSAO), COM  *   00003000
      *    AS CONTAS DO PLANOCTA. O LANCPDD ENTRA NO LANCTOS DA     *   00003100
      *    NOITE DO FECHAMENTO, ANTES DO FIMMES DO FR19EX44.        *   00003200
      *    EVENTO SEM MAPA, DEBITOS DIFERENTES DE CREDITOS OU       *   00003300
      *    COMPETENCIA NAO POSTERIOR A DO PDDANT ENCERRAM COM RC=8. *   00003400
      *    O RELATORIO RELPDD MOSTRA POR AGENCIA A PROVISAO         *   00003500
      *    ANTERIOR, A ATUAL E A CONSTITUICAO/REVERSAO, E OS        *   00003600
      *    TOTAIS POR NIVEL.                                        *   00003700
      *    PARPDD: NIVEL X(02), LIMITE DE DIAS 9(05) E PERCENTUAL   *   00003800
      *    9(03)V99, EM ORDEM CRESCENTE DE DIAS.                    *   00003900
      *    CARTAO SYSIN 1: COMPETENCIA AAAAMM (ZEROS = MES ANTERIOR)*   00004000
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004100
      *-------------------------------------------------------------*   00004200
      *   ARQUIVOS...:                                              *   00004300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004400
      *    PARPDD               I                  -----------      *   00004500
      *    PLANOCTA             I                  -----------      *   00004600
      *    CLIENTES             I                  -----------      *   00004700
      *    NEGSAI               I                  -----------      *   00004800
      *    EMPPES               I                  -----------      *   00004900
      *    PDDANT               I                  -----------      *   00005000
      *    PDDNOV               O                  -----------      *   00005100
      *    LANCPDD              O                  -----------      *   00005200
      *    RELPDD               O                  -----------      *   00005300
      *-------------------------------------------------------------*   00005400
      *   MODULOS....:                             INCLUDE/BOOK     *   00005500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005600
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005700
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       ENVIRONMENT                               DIVISION.              00006100
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       CONFIGURATION                               SECTION.             00006500
      *=============================================================*   00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
       INPUT-OUTPUT                                SECTION.             00007000
       FILE-CONTROL.                                                    00007100
            SELECT PARPDD ASSIGN TO PARPDD                              00007200
                 FILE STATUS IS WRK-FS-PARPDD.                          00007300
                                                                        00007400
            SELECT PLANOCTA ASSIGN TO PLANOCTA                          00007500
                 FILE STATUS IS WRK-FS-PLANOCTA.                        00007600
                                                                        00007700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00007800
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007900
                                                                        00008000
            SELECT NEGSAI ASSIGN TO NEGSAI                              00008100
                 FILE STATUS IS WRK-FS-NEGSAI.                          00008200
                                                                        00008300
            SELECT EMPPES ASSIGN TO EMPPES                              00008400
                 FILE STATUS IS WRK-FS-EMPPES.                          00008500
                                                                        00008600
            SELECT PDDANT ASSIGN TO PDDANT                              00008700
                 FILE STATUS IS WRK-FS-PDDANT.                          00008800
                                                                        00008900
      *--------------ARQUIVOS SAIDAS--------------------------------*   00009000
                                                                        00009100
            SELECT PDDNOV ASSIGN TO PDDNOV                              00009200
                 FILE STATUS IS WRK-FS-PDDNOV.                          00009300
                                                                        00009400
            SELECT LANCPDD ASSIGN TO LANCPDD                            00009500
                 FILE STATUS IS WRK-FS-LANCPDD.                         00009600
                                                                        00009700
            SELECT RELPDD ASSIGN TO RELPDD                              00009800
                 FILE STATUS IS WRK-FS-RELPDD.                          00009900
                                                                        00010000
      *=============================================================*   00010100
       DATA                                      DIVISION.              00010200
      *=============================================================*   00010300
       FILE                                      SECTION.               00010400
      *-------------------LRECL 20----------------------------------*   00010500
       FD PARPDD                                                        00010600
           RECORDING MODE IS F                                          00010700
           LABEL RECORD IS STANDARD                                     00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-PARPDD.                                                    00011000
          05 FD-PAR-NIVEL        PIC X(02).                             00011100
          05 FD-PAR-DIASATE      PIC 9(05).                             00011200
          05 FD-PAR-PERCENTUAL   PIC 9(03)V99.                          00011300
          05 FILLER              PIC X(08).                             00011400
                                                                        00011500
      *-------------------LRECL 24----------------------------------*   00011600
       FD PLANOCTA                                                      00011700
           RECORDING MODE IS F                                          00011800
           LABEL RECORD IS STANDARD                                     00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-PLANOCTA.                                                  00012100
          05 FD-PLA-EVENTO       PIC X(08).                             00012200
          05 FD-PLA-CTADEB       PIC X(08).                             00012300
          05 FD-PLA-CTACRED      PIC X(08).                             00012400
                                                                        00012500
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
      *-------------------LRECL 29----------------------------------*   00014200
       FD NEGSAI                                                        00014300
           RECORDING MODE IS F                                          00014400
           LABEL RECORD IS STANDARD                                     00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-NEGSAI.                                                    00014700
          05 FD-NSA-CHAVE.                                              00014800
             10 FD-NSA-AGENCIA  PIC X(04).                              00014900
             10 FD-NSA-CONTA    PIC X(04).                              00015000
          05 FD-NSA-DIAS        PIC 9(05).                              00015100
          05 FD-NSA-SALDO       PIC S9(08).                             00015200
          05 FD-NSA-DATAINI     PIC 9(08).                              00015300
                                                                        00015400
      *-------------------LRECL 100---------------------------------*   00015500
       FD EMPPES                                                        00015600
           RECORDING MODE IS F                                          00015700
           LABEL RECORD IS STANDARD                                     00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-EMPPES.                                                    00016000
          05 FD-EMP-CHAVE.                                              00016100
             10 FD-EMP-AGENCIA      PIC X(04).                          00016200
             10 FD-EMP-CONTA        PIC X(04).                          00016300
             10 FD-EMP-CONTRATO     PIC X(04).                          00016400
             10 FD-EMP-PARCELA      PIC 9(03).                          00016500
          05 FD-EMP-CONTRATO-DADOS.                                     00016600
             10 FD-EMP-PRINCIPAL    PIC 9(08).                          00016700
             10 FD-EMP-TAXA         PIC 9V9999.                         00016800
             10 FD-EMP-QTDPARC      PIC 9(03).                          00016900
             10 FD-EMP-VLRPARC      PIC 9(08).                          00017000
             10 FD-EMP-DATACONTR    PIC 9(08).                          00017100
             10 FD-EMP-SALDODEV     PIC 9(08).                          00017200
             10 FD-EMP-PAGAS        PIC 9(03).                          00017300
             10 FD-EMP-STATUS       PIC X(01).                          00017400
             10 FILLER              PIC X(41).                          00017500
          05 FD-EMP-PARCELA-DADOS REDEFINES FD-EMP-CONTRATO-DADOS.      00017600
             10 FD-EMP-VENCTO       PIC 9(08).                          00017700
             10 FD-EMP-VALOR        PIC 9(08).                          00017800
             10 FILLER              PIC X(24).                          00017900
             10 FD-EMP-SITUACAO     PIC X(01).                          00018000
             10 FILLER              PIC X(44).                          00018100
                                                                        00018200
      *-------------------LRECL 41----------------------------------*   00018300
       FD PDDANT                                                        00018400
           RECORDING MODE IS F                                          00018500
           LABEL RECORD IS STANDARD                                     00018600
           BLOCK CONTAINS 0 RECORDS.                                    00018700
       01 FD-PDDANT.                                                    00018800
          05 FD-PAN-AGENCIA      PIC X(04).                             00018900
          05 FD-PAN-NIVEL        PIC X(02).                             00019000
          05 FD-PAN-COMPET       PIC 9(06).                             00019100
          05 FD-PAN-QTD          PIC 9(05).                             00019200
          05 FD-PAN-EXPOSICAO    PIC 9(12).                             00019300
          05 FD-PAN-PROVISAO     PIC 9(12).                             00019400
                                                                        00019500
      *-------------------LRECL 41----------------------------------*   00019600
       FD PDDNOV                                                        00019700
           RECORDING MODE IS F.                                         00019800
       01 FD-PDDNOV.                                                    00019900
          05 FD-PNV-AGENCIA      PIC X(04).                             00020000
          05 FD-PNV-NIVEL        PIC X(02).                             00020100
          05 FD-PNV-COMPET       PIC 9(06).                             00020200
          05 FD-PNV-QTD          PIC 9(05).                             00020300
          05 FD-PNV-EXPOSICAO    PIC 9(12).                             00020400
          05 FD-PNV-PROVISAO     PIC 9(12).                             00020500
                                                                        00020600
      *-------------------LRECL 80----------------------------------*   00020700
       FD LANCPDD                                                       00020800
           RECORDING MODE IS F.                                         00020900
       01 FD-LANCPDD.                                                   00021000
          05 FD-LAN-DATA         PIC 9(08).                             00021100
          05 FD-LAN-AGENCIA      PIC X(04).                             00021200
          05 FD-LAN-CONTACTB     PIC X(08).                             00021300
          05 FD-LAN-DC           PIC X(01).                             00021400
          05 FD-LAN-VALOR        PIC 9(12).                             00021500
          05 FD-LAN-EVENTO       PIC X(08).                             00021600
          05 FD-LAN-ORIGEM       PIC X(08).                             00021700
          05 FD-LAN-HISTORICO    PIC X(30).                             00021800
          05 FILLER              PIC X(01).                             00021900
                                                                        00022000
      *-------------------LRECL 100---------------------------------*   00022100
       FD RELPDD                                                        00022200
           RECORDING MODE IS F.                                         00022300
       01 FD-RELPDD               PIC X(100).                           00022400
                                                                        00022500
      *=============================================================*   00022600
       WORKING-STORAGE                             SECTION.             00022700
      *=============================================================*   00022800
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------BOOK LOGERROS------------------------'.          00023100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00023200
       COPY '#GLOG'.                                                    00023300
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00023400
       COPY '#GSTAT'.                                                   00023500
      *-------------------------------------------------------------*   00023600
                                                                        00023700
       01 FILLER          PIC X(64) VALUE                               00023800
           '-----------VARIAVEIS DE STATUS------------------'.          00023900
                                                                        00024000
       77 WRK-FS-PARPDD   PIC 9(02).                                    00024100
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00024200
       77 WRK-FS-CLIENTES PIC 9(02).                                    00024300
       77 WRK-FS-NEGSAI   PIC 9(02).                                    00024400
       77 WRK-FS-EMPPES   PIC 9(02).                                    00024500
       77 WRK-FS-PDDANT   PIC 9(02).                                    00024600
       77 WRK-FS-PDDNOV   PIC 9(02).                                    00024700
       77 WRK-FS-LANCPDD  PIC 9(02).                                    00024800
       77 WRK-FS-RELPDD   PIC 9(02).                                    00024900
                                                                        00025000
       01 FILLER          PIC X(64) VALUE                               00025100
           '-----------PARAMETROS SYSIN---------------------'.          00025200
                                                                        00025300
       01 WRK-CARTAO-COMPET.                                            00025400
          05 FILLER              PIC X(10).                             00025500
          05 WRK-CARTAO-COMPET-AC PIC 9(06).                            00025600
                                                                        00025700
      *-------COMPETENCIA E DATA DE REFERENCIA (ULTIMO DIA)----------*  00025800
       01 WRK-DATA-HOJE.                                                00025900
          05 WRK-HOJE-ANO        PIC 9(04).                             00026000
          05 WRK-HOJE-MES        PIC 9(02).                             00026100
          05 WRK-HOJE-DIA        PIC 9(02).                             00026200
       01 WRK-COMPETENCIA.                                              00026300
          05 WRK-COMP-ANO        PIC 9(04).                             00026400
          05 WRK-COMP-MES        PIC 9(02).                             00026500
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA                   00026600
                                 PIC 9(06).                             00026700
       01 WRK-DATA-REFERENCIA.                                          00026800
          05 WRK-REF-ANOMES      PIC 9(06).                             00026900
          05 WRK-REF-DIA         PIC 9(02).                             00027000
       01 WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA           00027100
                                 PIC 9(08).                             00027200
       77 WRK-DIAS-REFERENCIA PIC 9(07) VALUE ZEROES.                   00027300
       01 WRK-TAB-DIAS-MES.                                             00027400
          05 FILLER              PIC X(24) VALUE                        00027500
             '312831303130313130313031'.                                00027600
       01 WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-MES.                    00027700
          05 WRK-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.             00027800
                                                                        00027900
      *----DIAS CORRIDOS DE UMA DATA (PARA OS DIAS DE ATRASO)-------*   00028000
       01 WRK-DN-DATA.                                                  00028100
          05 WRK-DN-ANO          PIC 9(04).                             00028200
          05 WRK-DN-MES          PIC 9(02).                             00028300
          05 WRK-DN-DIA          PIC 9(02).                             00028400
       77 WRK-DN-RESULT   PIC 9(07) VALUE ZEROES.                       00028500
       77 WRK-DN-ANTERIOR PIC 9(04) VALUE ZEROES.                       00028600
       77 WRK-DN-BISSEXTO PIC 9(01) VALUE ZEROES.                       00028700
       77 WRK-DN-RESTO4   PIC 9(04) VALUE ZEROES.                       00028800
       77 WRK-DN-RESTO100 PIC 9(04) VALUE ZEROES.                       00028900
       77 WRK-DN-RESTO400 PIC 9(04) VALUE ZEROES.                       00029000
       77 WRK-DN-QUOC4    PIC 9(04) VALUE ZEROES.                       00029100
       77 WRK-DN-QUOC100  PIC 9(04) VALUE ZEROES.                       00029200
       77 WRK-DN-QUOC400  PIC 9(04) VALUE ZEROES.                       00029300
                                                                        00029400
       01 FILLER          PIC X(64) VALUE                               00029500
           '-----------NIVEIS DE RISCO (PARPDD)-------------'.          00029600
                                                                        00029700
       77 WRK-SW-FIM-PAR  PIC X(01) VALUE 'N'.                          00029800
           88 WRK-FIM-PARPDD        VALUE 'S'.                          00029900
       77 WRK-QTD-NIV     PIC 9(02) VALUE ZEROES.                       00030000
       77 WRK-SUB-NIV     PIC 9(02) VALUE ZEROES.                       00030100
       77 WRK-IDX-NIV     PIC 9(02) VALUE ZEROES.                       00030200
       01 WRK-TAB-NIVEIS.                                               00030300
          05 WRK-NIV-LINHA OCCURS 10 TIMES.                             00030400
             10 WRK-NIV-NIVEL      PIC X(02).                           00030500
             10 WRK-NIV-DIASATE    PIC 9(05).                           00030600
             10 WRK-NIV-PERCENTUAL PIC 9(03)V99.                        00030700
             10 WRK-NIV-QTD        PIC 9(07).                           00030800
             10 WRK-NIV-EXPOSICAO  PIC 9(13).                           00030900
             10 WRK-NIV-PROVANT    PIC 9(13).                           00031000
             10 WRK-NIV-PROVATU    PIC 9(13).                           00031100
                                                                        00031200
       01 FILLER          PIC X(64) VALUE                               00031300
           '-----------PLANO DE CONTAS EM MEMORIA-----------'.          00031400
                                                                        00031500
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00031600
           88 WRK-FIM-PLANOCTA      VALUE 'S'.                          00031700
       77 WRK-QTD-PLA     PIC 9(02) VALUE ZEROES.                       00031800
       77 WRK-SUB-PLA     PIC 9(02) VALUE ZEROES.                       00031900
       77 WRK-IDX-PLA     PIC 9(02) VALUE ZEROES.                       00032000
       01 WRK-TAB-PLANO.                                                00032100
          05 WRK-PLA-LINHA OCCURS 20 TIMES.                             00032200
             10 WRK-PLA-EVENTO     PIC X(08).                           00032300
             10 WRK-PLA-CTADEB     PIC X(08).                           00032400
             10 WRK-PLA-CTACRED    PIC X(08).                           00032500
                                                                        00032600
       01 FILLER          PIC X(64) VALUE                               00032700
           '-----------PROVISAO POR AGENCIA E NIVEL---------'.          00032800
                                                                        00032900
       77 WRK-QTD-AGE     PIC 9(03) VALUE ZEROES.                       00033000
       77 WRK-SUB-AGE     PIC 9(03) VALUE ZEROES.                       00033100
       77 WRK-IDX-AGE     PIC 9(03) VALUE ZEROES.                       00033200
       77 WRK-AGENCIA-BUSCA PIC X(04) VALUE SPACES.                     00033300
       01 WRK-TAB-AGENCIAS.                                             00033400
          05 WRK-AGE-LINHA OCCURS 200 TIMES.                            00033500
             10 WRK-AGE-AGENCIA    PIC X(04).                           00033600
             10 WRK-AGE-PROVANT    PIC 9(13).                           00033700
             10 WRK-AGE-NIVEL OCCURS 10 TIMES.                          00033800
                15 WRK-ANV-QTD        PIC 9(05).                        00033900
                15 WRK-ANV-EXPOSICAO  PIC 9(12).                        00034000
                15 WRK-ANV-PROVISAO   PIC 9(12).                        00034100
       01 WRK-AGE-TROCA          PIC X(307).                            00034200
                                                                        00034300
       01 FILLER          PIC X(64) VALUE                               00034400
           '-----------EXPOSICAO EM CLASSIFICACAO-----------'.          00034500
                                                                        00034600
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROES.                       00034700
       77 WRK-EXPOSICAO   PIC 9(08) VALUE ZEROES.                       00034800
       77 WRK-PROVISAO    PIC 9(08) VALUE ZEROES.                       00034900
                                                                        00035000
      *-------CONTRATO DE EMPRESTIMO EM CURSO NO EMPPES--------------*  00035100
       77 WRK-SW-CTR      PIC X(01) VALUE 'N'.                          00035200
           88 WRK-CONTRATO-ABERTO   VALUE 'S'.                          00035300
       77 WRK-SW-ATRASO   PIC X(01) VALUE 'N'.                          00035400
           88 WRK-ATRASO-APURADO    VALUE 'S'.                          00035500
       77 WRK-CTR-AGENCIA PIC X(04) VALUE SPACES.                       00035600
       77 WRK-CTR-SALDODEV PIC 9(08) VALUE ZEROES.                      00035700
       77 WRK-CTR-DIAS    PIC 9(05) VALUE ZEROES.                       00035800
                                                                        00035900
       01 FILLER          PIC X(64) VALUE                               00036000
           '-----------CONTADORES E CONTROLES---------------'.          00036100
                                                                        00036200
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00036300
           88 WRK-DADO-CLI-OK       VALUE 'S'.                          00036400
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00036500
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00036600
       77 WRK-SW-FIM-NEG  PIC X(01) VALUE 'N'.                          00036700
           88 WRK-FIM-NEGSAI        VALUE 'S'.                          00036800
       77 WRK-SW-DADO-EMP PIC X(01) VALUE 'N'.                          00036833
           88 WRK-DADO-EMP-OK       VALUE 'S'.                          00036866
       77 WRK-SW-FIM-EMP  PIC X(01) VALUE 'N'.                          00036900
           88 WRK-FIM-EMPPES        VALUE 'S'.                          00037000
       77 WRK-SW-FIM-ANT  PIC X(01) VALUE 'N'.                          00037100
           88 WRK-FIM-PDDANT        VALUE 'S'.                          00037200
       77 WRK-SW-EMPPES   PIC X(01) VALUE 'N'.                          00037300
           88 WRK-COM-EMPPES        VALUE 'S'.                          00037400
       77 WRK-SW-PDDANT   PIC X(01) VALUE 'N'.                          00037500
           88 WRK-COM-PDDANT        VALUE 'S'.                          00037600
       77 WRK-COMPET-ANT  PIC 9(06) VALUE ZEROES.                       00037700
       77 WRK-REGLIDOS    PIC 9(07) VALUE ZEROES.                       00037800
       77 WRK-QTD-NEGAT   PIC 9(07) VALUE ZEROES.                       00037900
       77 WRK-QTD-CONTRATOS PIC 9(07) VALUE ZEROES.                     00038000
       77 WRK-REGPDDNOV   PIC 9(07) VALUE ZEROES.                       00038100
       77 WRK-REGLANC     PIC 9(07) VALUE ZEROES.                       00038200
       77 WRK-REGSEMMAPA  PIC 9(05) VALUE ZEROES.                       00038300
       77 WRK-TOT-DEBITOS PIC 9(14) VALUE ZEROES.                       00038400
       77 WRK-TOT-CREDITOS PIC 9(14) VALUE ZEROES.                      00038500
                                                                        00038600
      *-------MOVIMENTO DA PROVISAO DA AGENCIA-----------------------*  00038700
       77 WRK-AGE-EXPO    PIC 9(13) VALUE ZEROES.                       00038800
       77 WRK-AGE-PROVATU PIC 9(13) VALUE ZEROES.                       00038900
       77 WRK-CONSTITUIR  PIC 9(13) VALUE ZEROES.                       00039000
       77 WRK-REVERTER    PIC 9(13) VALUE ZEROES.                       00039100
       77 WRK-TOT-EXPO    PIC 9(14) VALUE ZEROES.                       00039200
       77 WRK-TOT-PROVANT PIC 9(14) VALUE ZEROES.                       00039300
       77 WRK-TOT-PROVATU PIC 9(14) VALUE ZEROES.                       00039400
       77 WRK-TOT-CONST   PIC 9(14) VALUE ZEROES.                       00039500
       77 WRK-TOT-REVER   PIC 9(14) VALUE ZEROES.                       00039600
                                                                        00039700
      *-------LANCAMENTO EM GRAVACAO---------------------------------*  00039800
       77 WRK-EVENTO      PIC X(08) VALUE SPACES.                       00039900
       77 WRK-VALOR       PIC 9(12) VALUE ZEROES.                       00040000
       01 WRK-HIST-LANC.                                                00040100
          05 WRK-HLA-TEXTO       PIC X(22).                             00040200
          05 WRK-HLA-COMPET      PIC 9(06).                             00040300
          05 FILLER              PIC X(02) VALUE SPACES.                00040400
                                                                        00040500
       01 FILLER          PIC X(64) VALUE                               00040600
           '-----------LINHAS DO RELATORIO------------------'.          00040700
       01 WRK-LINHA-TITULO.                                             00040800
          05 FILLER              PIC X(50) VALUE                        00040900
             'PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA (PDD'.      00041000
          05 FILLER              PIC X(16) VALUE                        00041100
             ') - COMPETENCIA '.                                        00041200
          05 WRK-TIT-COMPET      PIC 9(06).                             00041300
          05 FILLER              PIC X(12) VALUE ' - ANTERIOR '.        00041400
          05 WRK-TIT-COMPET-ANT  PIC 9(06).                             00041500
          05 FILLER              PIC X(10) VALUE SPACES.                00041600
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00041700
       01 WRK-LINHA-CABEC-AGE.                                          00041800
          05 FILLER              PIC X(50) VALUE                        00041900
             'AGENCIA     EXPOSICAO PROVISAO ANTER.  PROVISAO AT'.      00042000
          05 FILLER              PIC X(50) VALUE                        00042100
             'UAL    CONSTITUICAO        REVERSAO               '.      00042200
       01 WRK-LINHA-AGE.                                                00042300
          05 FILLER              PIC X(02) VALUE SPACES.                00042400
          05 WRK-LAG-AGENCIA     PIC X(04).                             00042500
          05 FILLER              PIC X(02) VALUE SPACES.                00042600
          05 WRK-LAG-EXPOSICAO   PIC Z.ZZZ.ZZZ.ZZ9.                     00042700
          05 FILLER              PIC X(03) VALUE SPACES.                00042800
          05 WRK-LAG-PROVANT     PIC Z.ZZZ.ZZZ.ZZ9.                     00042900
          05 FILLER              PIC X(03) VALUE SPACES.                00043000
          05 WRK-LAG-PROVATU     PIC Z.ZZZ.ZZZ.ZZ9.                     00043100
          05 FILLER              PIC X(03) VALUE SPACES.                00043200
          05 WRK-LAG-CONST       PIC Z.ZZZ.ZZZ.ZZ9.                     00043300
          05 FILLER              PIC X(03) VALUE SPACES.                00043400
          05 WRK-LAG-REVER       PIC Z.ZZZ.ZZZ.ZZ9.                     00043500
          05 FILLER              PIC X(18) VALUE SPACES.                00043600
       01 WRK-LINHA-CABEC-NIV.                                          00043700
          05 FILLER              PIC X(50) VALUE                        00043800
             'NIVEL ATE DIAS    PERC   EXPOSICOES       EXPOSICA'.      00043900
          05 FILLER              PIC X(50) VALUE                        00044000
             'O PROVISAO ANTER.  PROVISAO ATUAL                 '.      00044100
       01 WRK-LINHA-NIV.                                                00044200
          05 FILLER              PIC X(02) VALUE SPACES.                00044300
          05 WRK-LNV-NIVEL       PIC X(02).                             00044400
          05 FILLER              PIC X(05) VALUE SPACES.                00044500
          05 WRK-LNV-DIASATE     PIC ZZZZ9.                             00044600
          05 FILLER              PIC X(02) VALUE SPACES.                00044700
          05 WRK-LNV-PERCENTUAL  PIC ZZ9,99.                            00044800
          05 FILLER              PIC X(04) VALUE SPACES.                00044900
          05 WRK-LNV-QTD         PIC Z.ZZZ.ZZ9.                         00045000
          05 FILLER              PIC X(03) VALUE SPACES.                00045100
          05 WRK-LNV-EXPOSICAO   PIC Z.ZZZ.ZZZ.ZZ9.                     00045200
          05 FILLER              PIC X(03) VALUE SPACES.                00045300
          05 WRK-LNV-PROVANT     PIC Z.ZZZ.ZZZ.ZZ9.                     00045400
          05 FILLER              PIC X(03) VALUE SPACES.                00045500
          05 WRK-LNV-PROVATU     PIC Z.ZZZ.ZZZ.ZZ9.                     00045600
          05 FILLER              PIC X(17) VALUE SPACES.                00045700
                                                                        00045800
      *=============================================================*   00045900
       PROCEDURE DIVISION.                                              00046000
      *=============================================================*   00046100
                                                                        00046200
      *-------------------------------------------------------------*   00046300
       0000-PRINCIPAL                           SECTION.                00046400
      *-------------------------------------------------------------*   00046500
                                                                        00046600
            PERFORM  1000-INICIAR.                                      00046700
                                                                        00046800
            PERFORM  1300-LER-NEGSAI.                                   00046900
            PERFORM  1200-LER-CLIENTES.                                 00047000
            PERFORM  2000-CLASSIFICAR-CONTAS UNTIL WRK-FIM-CLIENTES.    00047100
                                                                        00047200
            IF WRK-COM-EMPPES                                           00047300
               PERFORM  1400-LER-EMPPES                                 00047400
               PERFORM  2200-CLASSIFICAR-EMPRESTIMOS                    00047500
                        UNTIL WRK-FIM-EMPPES                            00047600
               PERFORM  2260-FECHAR-CONTRATO                            00047700
            END-IF.                                                     00047800
                                                                        00047900
            PERFORM  2500-ORDENAR-AGENCIAS.                             00048000
            PERFORM  2600-MOVIMENTAR-PROVISAO.                          00048100
            PERFORM  2800-LISTAR-NIVEIS.                                00048200
                                                                        00048300
            PERFORM  3000-FINALIZAR.                                    00048400
                                                                        00048500
            STOP RUN.                                                   00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       1000-INICIAR                             SECTION.                00048900
      *-------------------------------------------------------------*   00049000
             OPEN INPUT  PARPDD PLANOCTA CLIENTES NEGSAI                00049100
                  OUTPUT PDDNOV LANCPDD RELPDD.                         00049200
                                                                        00049300
               PERFORM 4000-TESTARSTATUS.                               00049400
                                                                        00049500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00049600
                                                                        00049700
               ACCEPT WRK-CARTAO-COMPET FROM SYSIN.                     00049800
               IF WRK-CARTAO-COMPET-AC NOT NUMERIC                      00049900
                  OR WRK-CARTAO-COMPET-AC EQUAL ZEROES                  00050000
                  MOVE WRK-HOJE-ANO TO WRK-COMP-ANO                     00050100
                  MOVE WRK-HOJE-MES TO WRK-COMP-MES                     00050200
                  IF WRK-COMP-MES EQUAL 01                              00050300
                     MOVE 12 TO WRK-COMP-MES                            00050400
                     SUBTRACT 1 FROM WRK-COMP-ANO                       00050500
                  ELSE                                                  00050600
                     SUBTRACT 1 FROM WRK-COMP-MES                       00050700
                  END-IF                                                00050800
               ELSE                                                     00050900
                  MOVE WRK-CARTAO-COMPET-AC TO WRK-COMPETENCIA-R        00051000
               END-IF.                                                  00051100
                                                                        00051200
      *-------DATA DE REFERENCIA = ULTIMO DIA DA COMPETENCIA---------*  00051300
               MOVE WRK-COMPETENCIA-R TO WRK-REF-ANOMES.                00051400
               MOVE WRK-DIAS-MES (WRK-COMP-MES) TO WRK-REF-DIA.         00051500
               MOVE WRK-COMP-ANO TO WRK-DN-ANO.                         00051600
               PERFORM 5100-VERIFICAR-BISSEXTO.                         00051700
               IF WRK-COMP-MES EQUAL 02                                 00051800
                  AND WRK-DN-BISSEXTO EQUAL 1                           00051900
                  MOVE 29 TO WRK-REF-DIA                                00052000
               END-IF.                                                  00052100
               MOVE WRK-DATA-REFERENCIA TO WRK-DN-DATA.                 00052200
               PERFORM 5000-CALCULAR-DIAS.                              00052300
               MOVE WRK-DN-RESULT TO WRK-DIAS-REFERENCIA.               00052400
                                                                        00052500
               PERFORM 1100-CARREGAR-NIVEIS UNTIL WRK-FIM-PARPDD.       00052600
               IF WRK-QTD-NIV EQUAL ZEROES                              00052700
                  MOVE 'PARPDD SEM NIVEIS DE RISCO   ' TO WRK-MSGERRO   00052800
                  MOVE '1100' TO WRK-SECAO                              00052900
                  PERFORM 9100-ERRO-CONTROLE                            00053000
               END-IF.                                                  00053100
               PERFORM 1150-CARREGAR-PLANO UNTIL WRK-FIM-PLANOCTA.      00053200
                                                                        00053300
      *-------EMPPES E PDDANT SAO OPCIONAIS (SEM EMPRESTIMOS; -------*  00053400
      *-------PRIMEIRA COMPETENCIA PROVISIONADA)---------------------*  00053500
               OPEN INPUT EMPPES.                                       00053600
               IF WRK-FS-EMPPES EQUAL 00                                00053700
                  MOVE 'S' TO WRK-SW-EMPPES                             00053800
               ELSE                                                     00053900
                  DISPLAY ' SEM EMPPES (FS=' WRK-FS-EMPPES              00054000
                          ') - SO CONTAS NEGATIVAS'                     00054100
                  MOVE 'S' TO WRK-SW-FIM-EMP                            00054200
               END-IF.                                                  00054300
               OPEN INPUT PDDANT.                                       00054400
               IF WRK-FS-PDDANT EQUAL 00                                00054500
                  MOVE 'S' TO WRK-SW-PDDANT                             00054600
                  PERFORM 1500-CARREGAR-ANTERIOR                        00054700
                          UNTIL WRK-FIM-PDDANT                          00054800
                  CLOSE PDDANT                                          00054900
               ELSE                                                     00055000
                  DISPLAY ' SEM PDDANT (FS=' WRK-FS-PDDANT              00055100
                          ') - PROVISAO ANTERIOR ZERO'                  00055200
               END-IF.                                                  00055300
               IF WRK-COMPET-ANT NOT LESS WRK-COMPETENCIA-R             00055400
                  MOVE 'COMPETENCIA JA PROVISIONADA  ' TO WRK-MSGERRO   00055500
                  MOVE '1500' TO WRK-SECAO                              00055600
                  PERFORM 9100-ERRO-CONTROLE                            00055700
               END-IF.                                                  00055800
                                                                        00055900
               MOVE 'FR19EX47' TO WRK-EST-PROGRAMA.                     00056000
               MOVE 'I' TO WRK-EST-EVENTO.                              00056100
               MOVE ZEROES TO WRK-EST-LIDOS                             00056200
                              WRK-EST-GRAVADOS                          00056300
                              WRK-EST-REJEITADOS.                       00056400
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00056500
                                                                        00056600
       1000-99-FIM.              EXIT.                                  00056700
      *-------------------------------------------------------------*   00056800
       1100-CARREGAR-NIVEIS                     SECTION.                00056900
      *-------------------------------------------------------------*   00057000
      *   NIVEIS EM ORDEM CRESCENTE DE DIAS; FORA DE ORDEM OU NAO   *   00057100
      *   NUMERICO INVALIDA A TABELA INTEIRA (RC=8).                *   00057200
      *-------------------------------------------------------------*   00057300
            READ PARPDD                                                 00057400
              AT END                                                    00057500
                MOVE 'S' TO WRK-SW-FIM-PAR                              00057600
            END-READ.                                                   00057700
            PERFORM 4100-TESTARSTATUS-PARPDD.                           00057800
            IF WRK-FS-PARPDD NOT EQUAL 00                               00057900
               GO TO 1100-99-FIM.                                       00058000
                                                                        00058100
            IF FD-PAR-DIASATE NOT NUMERIC                               00058200
               OR FD-PAR-PERCENTUAL NOT NUMERIC                         00058300
               OR FD-PAR-PERCENTUAL GREATER 100                         00058400
               MOVE 'PARPDD COM NIVEL INVALIDO    ' TO WRK-MSGERRO      00058500
               MOVE '1100' TO WRK-SECAO                                 00058600
               PERFORM 9100-ERRO-CONTROLE                               00058700
            END-IF.                                                     00058800
            IF WRK-QTD-NIV GREATER ZEROES                               00058900
               IF FD-PAR-DIASATE NOT GREATER                            00059000
                  WRK-NIV-DIASATE (WRK-QTD-NIV)                         00059100
                  MOVE 'PARPDD FORA DE ORDEM DE DIAS ' TO WRK-MSGERRO   00059200
                  MOVE '1100' TO WRK-SECAO                              00059300
                  PERFORM 9100-ERRO-CONTROLE                            00059400
               END-IF                                                   00059500
            END-IF.                                                     00059600
            IF WRK-QTD-NIV NOT LESS 10                                  00059700
               MOVE 'PARPDD ACIMA DE 10 NIVEIS    ' TO WRK-MSGERRO      00059800
               MOVE '1100' TO WRK-SECAO                                 00059900
               PERFORM 9100-ERRO-CONTROLE                               00060000
            END-IF.                                                     00060100
            ADD 1 TO WRK-QTD-NIV.                                       00060200
            MOVE FD-PAR-NIVEL      TO WRK-NIV-NIVEL (WRK-QTD-NIV).      00060300
            MOVE FD-PAR-DIASATE    TO WRK-NIV-DIASATE (WRK-QTD-NIV).    00060400
            MOVE FD-PAR-PERCENTUAL TO WRK-NIV-PERCENTUAL (WRK-QTD-NIV). 00060500
            MOVE ZEROES TO WRK-NIV-QTD (WRK-QTD-NIV)                    00060600
                           WRK-NIV-EXPOSICAO (WRK-QTD-NIV)              00060700
                           WRK-NIV-PROVANT (WRK-QTD-NIV)                00060800
                           WRK-NIV-PROVATU (WRK-QTD-NIV).               00060900
       1100-99-FIM.              EXIT.                                  00061000
      *-------------------------------------------------------------*   00061100
       1150-CARREGAR-PLANO                      SECTION.                00061200
      *-------------------------------------------------------------*   00061300
            READ PLANOCTA                                               00061400
              AT END                                                    00061500
                MOVE 'S' TO WRK-SW-FIM-PLA                              00061600
            END-READ.                                                   00061700
            PERFORM 4200-TESTARSTATUS-PLANOCTA.                         00061800
            IF WRK-FS-PLANOCTA EQUAL 00                                 00061900
               IF WRK-QTD-PLA LESS 20                                   00062000
                  ADD 1 TO WRK-QTD-PLA                                  00062100
                  MOVE FD-PLA-EVENTO  TO WRK-PLA-EVENTO (WRK-QTD-PLA)   00062200
                  MOVE FD-PLA-CTADEB  TO WRK-PLA-CTADEB (WRK-QTD-PLA)   00062300
                  MOVE FD-PLA-CTACRED TO                                00062400
                       WRK-PLA-CTACRED (WRK-QTD-PLA)                    00062500
               ELSE                                                     00062600
                  DISPLAY ' PLANO DE CONTAS ESGOTADO (20)'              00062700
               END-IF                                                   00062800
            END-IF.                                                     00062900
       1150-99-FIM.              EXIT.                                  00063000
      *-------------------------------------------------------------*   00063100
       1200-LER-CLIENTES                        SECTION.                00063200
      *-------------------------------------------------------------*   00063300
                 MOVE 'N' TO WRK-SW-DADO-CLI.                           00063400
                 PERFORM 1210-LER-REG-CLIENTES UNTIL WRK-DADO-CLI-OK.   00063500
       1200-99-FIM.              EXIT.                                  00063600
      *-------------------------------------------------------------*   00063700
       1210-LER-REG-CLIENTES                    SECTION.                00063800
      *-------------------------------------------------------------*   00063900
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00064000
                 READ CLIENTES                                          00064100
                   AT END                                               00064200
                     MOVE 'S' TO WRK-SW-FIM-CLI                         00064300
                     MOVE 'S' TO WRK-SW-DADO-CLI                        00064400
                 END-READ.                                              00064500
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00064600
                 IF WRK-FS-CLIENTES EQUAL 00                            00064700
                    IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'          00064800
                       AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'         00064900
                       ADD 1 TO WRK-REGLIDOS                            00065000
                       MOVE 'S' TO WRK-SW-DADO-CLI                      00065100
                    END-IF                                              00065200
                 END-IF.                                                00065300
       1210-99-FIM.              EXIT.                                  00065400
      *-------------------------------------------------------------*   00065500
       1300-LER-NEGSAI                          SECTION.                00065600
      *-------------------------------------------------------------*   00065700
                 READ NEGSAI                                            00065800
                   AT END                                               00065900
                     MOVE HIGH-VALUES TO FD-NSA-CHAVE                   00066000
                     MOVE 'S' TO WRK-SW-FIM-NEG                         00066100
                 END-READ.                                              00066200
                 PERFORM 4400-TESTARSTATUS-NEGSAI.                      00066300
       1300-99-FIM.              EXIT.                                  00066400
      *-------------------------------------------------------------*   00066470
       1400-LER-EMPPES                          SECTION.                00066541
      *-------------------------------------------------------------*   00066612
                 MOVE 'N' TO WRK-SW-DADO-EMP.                           00066683
                 PERFORM 1410-LER-REG-EMPPES UNTIL WRK-DADO-EMP-OK.     00066754
       1400-99-FIM.              EXIT.                                  00066825
      *-------------------------------------------------------------*   00066895
       1410-LER-REG-EMPPES                      SECTION.                00066966
      *-------------------------------------------------------------*   00067037
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00067108
                 READ EMPPES                                            00067179
                   AT END                                               00067250
                     MOVE 'S' TO WRK-SW-FIM-EMP                         00067320
                     MOVE 'S' TO WRK-SW-DADO-EMP                        00067391
                 END-READ.                                              00067462
                 PERFORM 4500-TESTARSTATUS-EMPPES.                      00067533
                 IF WRK-FS-EMPPES EQUAL 00                              00067604
                    IF FD-EMPPES (1:9) NOT EQUAL 'CABECALHO'            00067675
                       AND FD-EMPPES (1:6) NOT EQUAL 'RODAPE'           00067745
                       MOVE 'S' TO WRK-SW-DADO-EMP                      00067816
                    END-IF                                              00067887
                 END-IF.                                                00067958
       1410-99-FIM.              EXIT.                                  00068029
      *-------------------------------------------------------------*   00068100
       1500-CARREGAR-ANTERIOR                   SECTION.                00068200
      *-------------------------------------------------------------*   00068300
      *   PROVISAO DO MES ANTERIOR POR AGENCIA (E POR NIVEL, QUANDO *   00068400
      *   O NIVEL AINDA EXISTE NO PARPDD).                          *   00068500
      *-------------------------------------------------------------*   00068600
            READ PDDANT                                                 00068700
              AT END                                                    00068800
                MOVE 'S' TO WRK-SW-FIM-ANT                              00068900
            END-READ.                                                   00069000
            PERFORM 4600-TESTARSTATUS-PDDANT.                           00069100
            IF WRK-FS-PDDANT NOT EQUAL 00                               00069200
               GO TO 1500-99-FIM.                                       00069300
                                                                        00069400
            IF FD-PAN-COMPET GREATER WRK-COMPET-ANT                     00069500
               MOVE FD-PAN-COMPET TO WRK-COMPET-ANT                     00069600
            END-IF.                                                     00069700
            MOVE FD-PAN-AGENCIA TO WRK-AGENCIA-BUSCA.                   00069800
            PERFORM 2400-LOCALIZAR-AGENCIA.                             00069900
            ADD FD-PAN-PROVISAO TO WRK-AGE-PROVANT (WRK-IDX-AGE).       00070000
                                                                        00070100
            MOVE ZEROES TO WRK-IDX-NIV.                                 00070200
            MOVE 1 TO WRK-SUB-NIV.                                      00070300
            PERFORM 1510-COMPARAR-NIVEL                                 00070400
                    UNTIL WRK-SUB-NIV GREATER WRK-QTD-NIV               00070500
                       OR WRK-IDX-NIV GREATER ZEROES.                   00070600
            IF WRK-IDX-NIV GREATER ZEROES                               00070700
               ADD FD-PAN-PROVISAO TO WRK-NIV-PROVANT (WRK-IDX-NIV)     00070800
            END-IF.                                                     00070900
       1500-99-FIM.              EXIT.                                  00071000
      *-------------------------------------------------------------*   00071100
       1510-COMPARAR-NIVEL                      SECTION.                00071200
      *-------------------------------------------------------------*   00071300
            IF WRK-NIV-NIVEL (WRK-SUB-NIV) EQUAL FD-PAN-NIVEL           00071400
               MOVE WRK-SUB-NIV TO WRK-IDX-NIV                          00071500
            END-IF.                                                     00071600
            ADD 1 TO WRK-SUB-NIV.                                       00071700
       1510-99-FIM.              EXIT.                                  00071800
      *-------------------------------------------------------------*   00071900
       2000-CLASSIFICAR-CONTAS                  SECTION.                00072000
      *-------------------------------------------------------------*   00072100
      *   SO A CONTA NEGATIVA E EXPOSICAO; OS DIAS VEM DO NEGSAI    *   00072200
      *   (CLASSIFICADO PELA MESMA CHAVE DO CLIENTES).              *   00072300
      *-------------------------------------------------------------*   00072400
            IF FD-SALDO LESS ZEROES                                     00072500
               PERFORM 1300-LER-NEGSAI                                  00072600
                       UNTIL FD-NSA-CHAVE NOT LESS FD-CHAVE             00072700
               IF FD-NSA-CHAVE EQUAL FD-CHAVE                           00072800
                  AND FD-NSA-DIAS GREATER ZEROES                        00072900
                  MOVE FD-NSA-DIAS TO WRK-DIAS-ATRASO                   00073000
               ELSE                                                     00073100
                  MOVE 1 TO WRK-DIAS-ATRASO                             00073200
               END-IF                                                   00073300
               COMPUTE WRK-EXPOSICAO = ZERO - FD-SALDO                  00073400
               MOVE FD-AGENCIA TO WRK-AGENCIA-BUSCA                     00073500
               ADD 1 TO WRK-QTD-NEGAT                                   00073600
               PERFORM 2300-PROVISIONAR                                 00073700
            END-IF.                                                     00073800
            PERFORM 1200-LER-CLIENTES.                                  00073900
       2000-99-FIM.              EXIT.                                  00074000
      *-------------------------------------------------------------*   00074100
       2200-CLASSIFICAR-EMPRESTIMOS             SECTION.                00074200
      *-------------------------------------------------------------*   00074300
      *   O REGISTRO DE CONTRATO (PARCELA 000) ABRE O CONTRATO; AS  *   00074400
      *   PARCELAS VEM EM ORDEM DE VENCIMENTO, ENTAO A PRIMEIRA NAO *   00074500
      *   PAGA E VENCIDA NA REFERENCIA DA OS DIAS DE ATRASO.        *   00074600
      *-------------------------------------------------------------*   00074700
            IF FD-EMP-PARCELA EQUAL ZEROES                              00074800
               PERFORM 2260-FECHAR-CONTRATO                             00074900
               IF FD-EMP-STATUS EQUAL 'A'                               00075000
                  AND FD-EMP-SALDODEV GREATER ZEROES                    00075100
                  MOVE 'S' TO WRK-SW-CTR                                00075200
                  MOVE 'N' TO WRK-SW-ATRASO                             00075300
                  MOVE FD-EMP-AGENCIA  TO WRK-CTR-AGENCIA               00075400
                  MOVE FD-EMP-SALDODEV TO WRK-CTR-SALDODEV              00075500
                  MOVE ZEROES TO WRK-CTR-DIAS                           00075600
               END-IF                                                   00075700
            ELSE                                                        00075800
               IF WRK-CONTRATO-ABERTO                                   00075900
                  AND NOT WRK-ATRASO-APURADO                            00076000
                  AND FD-EMP-SITUACAO NOT EQUAL 'P'                     00076100
                  AND FD-EMP-VENCTO LESS WRK-DATA-REFERENCIA-R          00076200
                  MOVE 'S' TO WRK-SW-ATRASO                             00076300
                  MOVE FD-EMP-VENCTO TO WRK-DN-DATA                     00076400
                  PERFORM 5000-CALCULAR-DIAS                            00076500
                  COMPUTE WRK-CTR-DIAS = WRK-DIAS-REFERENCIA            00076600
                                       - WRK-DN-RESULT                  00076700
               END-IF                                                   00076800
            END-IF.                                                     00076900
            PERFORM 1400-LER-EMPPES.                                    00077000
       2200-99-FIM.              EXIT.                                  00077100
      *-------------------------------------------------------------*   00077200
       2260-FECHAR-CONTRATO                     SECTION.                00077300
      *-------------------------------------------------------------*   00077400
            IF NOT WRK-CONTRATO-ABERTO                                  00077500
               GO TO 2260-99-FIM.                                       00077600
            MOVE 'N' TO WRK-SW-CTR.                                     00077700
            MOVE WRK-CTR-DIAS     TO WRK-DIAS-ATRASO.                   00077800
            MOVE WRK-CTR-SALDODEV TO WRK-EXPOSICAO.                     00077900
            MOVE WRK-CTR-AGENCIA  TO WRK-AGENCIA-BUSCA.                 00078000
            ADD 1 TO WRK-QTD-CONTRATOS.                                 00078100
            PERFORM 2300-PROVISIONAR.                                   00078200
       2260-99-FIM.              EXIT.                                  00078300
      *-------------------------------------------------------------*   00078400
       2300-PROVISIONAR                         SECTION.                00078500
      *-------------------------------------------------------------*   00078600
      *   NIVEL = PRIMEIRO CUJO LIMITE DE DIAS COBRE O ATRASO;      *   00078700
      *   ACIMA DO ULTIMO LIMITE FICA NO ULTIMO NIVEL.              *   00078800
      *-------------------------------------------------------------*   00078900
            MOVE ZEROES TO WRK-IDX-NIV.                                 00079000
            MOVE 1 TO WRK-SUB-NIV.                                      00079100
            PERFORM 2310-LOCALIZAR-NIVEL                                00079200
                    UNTIL WRK-SUB-NIV GREATER WRK-QTD-NIV               00079300
                       OR WRK-IDX-NIV GREATER ZEROES.                   00079400
            IF WRK-IDX-NIV EQUAL ZEROES                                 00079500
               MOVE WRK-QTD-NIV TO WRK-IDX-NIV                          00079600
            END-IF.                                                     00079700
                                                                        00079800
            COMPUTE WRK-PROVISAO ROUNDED =                              00079900
                    WRK-EXPOSICAO * WRK-NIV-PERCENTUAL (WRK-IDX-NIV)    00080000
                  / 100.                                                00080100
                                                                        00080200
            PERFORM 2400-LOCALIZAR-AGENCIA.                             00080300
            ADD 1 TO WRK-ANV-QTD (WRK-IDX-AGE WRK-IDX-NIV).             00080400
            ADD WRK-EXPOSICAO                                           00080500
             TO WRK-ANV-EXPOSICAO (WRK-IDX-AGE WRK-IDX-NIV).            00080600
            ADD WRK-PROVISAO                                            00080700
             TO WRK-ANV-PROVISAO (WRK-IDX-AGE WRK-IDX-NIV).             00080800
            ADD 1 TO WRK-NIV-QTD (WRK-IDX-NIV).                         00080900
            ADD WRK-EXPOSICAO TO WRK-NIV-EXPOSICAO (WRK-IDX-NIV).       00081000
            ADD WRK-PROVISAO  TO WRK-NIV-PROVATU (WRK-IDX-NIV).         00081100
       2300-99-FIM.              EXIT.                                  00081200
      *-------------------------------------------------------------*   00081300
       2310-LOCALIZAR-NIVEL                     SECTION.                00081400
      *-------------------------------------------------------------*   00081500
            IF WRK-DIAS-ATRASO NOT GREATER                              00081600
               WRK-NIV-DIASATE (WRK-SUB-NIV)                            00081700
               MOVE WRK-SUB-NIV TO WRK-IDX-NIV                          00081800
            END-IF.                                                     00081900
            ADD 1 TO WRK-SUB-NIV.                                       00082000
       2310-99-FIM.              EXIT.                                  00082100
      *-------------------------------------------------------------*   00082200
       2400-LOCALIZAR-AGENCIA                   SECTION.                00082300
      *-------------------------------------------------------------*   00082400
      *   DEVOLVE EM WRK-IDX-AGE A LINHA DA AGENCIA, CRIANDO A      *   00082500
      *   LINHA SE FOR NOVA. A PROVISAO NAO PODE PERDER AGENCIA:    *   00082600
      *   TABELA CHEIA ENCERRA COM RC=8.                            *   00082700
      *-------------------------------------------------------------*   00082800
            MOVE ZEROES TO WRK-IDX-AGE.                                 00082900
            MOVE 1 TO WRK-SUB-AGE.                                      00083000
            PERFORM 2410-COMPARAR-AGENCIA                               00083100
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE               00083200
                       OR WRK-IDX-AGE GREATER ZEROES.                   00083300
            IF WRK-IDX-AGE GREATER ZEROES                               00083400
               GO TO 2400-99-FIM.                                       00083500
                                                                        00083600
            IF WRK-QTD-AGE NOT LESS 200                                 00083700
               MOVE 'TABELA DE AGENCIAS ESGOTADA  ' TO WRK-MSGERRO      00083800
               MOVE '2400' TO WRK-SECAO                                 00083900
               PERFORM 9100-ERRO-CONTROLE                               00084000
            END-IF.                                                     00084100
                                                                        00084200
            ADD 1 TO WRK-QTD-AGE.                                       00084300
            MOVE WRK-QTD-AGE TO WRK-IDX-AGE.                            00084400
            MOVE ZEROES TO WRK-AGE-LINHA (WRK-IDX-AGE).                 00084500
            MOVE WRK-AGENCIA-BUSCA TO WRK-AGE-AGENCIA (WRK-IDX-AGE).    00084600
       2400-99-FIM.              EXIT.                                  00084700
      *-------------------------------------------------------------*   00084800
       2410-COMPARAR-AGENCIA                    SECTION.                00084900
      *-------------------------------------------------------------*   00085000
            IF WRK-AGE-AGENCIA (WRK-SUB-AGE) EQUAL WRK-AGENCIA-BUSCA    00085100
               MOVE WRK-SUB-AGE TO WRK-IDX-AGE                          00085200
            END-IF.                                                     00085300
            ADD 1 TO WRK-SUB-AGE.                                       00085400
       2410-99-FIM.              EXIT.                                  00085500
      *-------------------------------------------------------------*   00085600
       2500-ORDENAR-AGENCIAS                    SECTION.                00085700
      *-------------------------------------------------------------*   00085800
      *   ORDENA A TABELA POR AGENCIA (TROCA SIMPLES) PARA O        *   00085900
      *   RELATORIO E OS LANCAMENTOS SAIREM EM ORDEM.               *   00086000
      *-------------------------------------------------------------*   00086100
            MOVE 1 TO WRK-SUB-AGE.                                      00086200
            PERFORM 2510-PASSAR-AGENCIA                                 00086300
                    UNTIL WRK-SUB-AGE NOT LESS WRK-QTD-AGE.             00086400
       2500-99-FIM.              EXIT.                                  00086500
      *-------------------------------------------------------------*   00086600
       2510-PASSAR-AGENCIA                      SECTION.                00086700
      *-------------------------------------------------------------*   00086800
            COMPUTE WRK-IDX-AGE = WRK-SUB-AGE + 1.                      00086900
            PERFORM 2520-TROCAR-AGENCIA                                 00087000
                    UNTIL WRK-IDX-AGE GREATER WRK-QTD-AGE.              00087100
            ADD 1 TO WRK-SUB-AGE.                                       00087200
       2510-99-FIM.              EXIT.                                  00087300
      *-------------------------------------------------------------*   00087400
       2520-TROCAR-AGENCIA                      SECTION.                00087500
      *-------------------------------------------------------------*   00087600
            IF WRK-AGE-AGENCIA (WRK-IDX-AGE) LESS                       00087700
               WRK-AGE-AGENCIA (WRK-SUB-AGE)                            00087800
               MOVE WRK-AGE-LINHA (WRK-SUB-AGE) TO WRK-AGE-TROCA        00087900
               MOVE WRK-AGE-LINHA (WRK-IDX-AGE)                         00088000
                 TO WRK-AGE-LINHA (WRK-SUB-AGE)                         00088100
               MOVE WRK-AGE-TROCA TO WRK-AGE-LINHA (WRK-IDX-AGE)        00088200
            END-IF.                                                     00088300
            ADD 1 TO WRK-IDX-AGE.                                       00088400
       2520-99-FIM.              EXIT.                                  00088500
      *-------------------------------------------------------------*   00088600
       2600-MOVIMENTAR-PROVISAO                 SECTION.                00088700
      *-------------------------------------------------------------*   00088800
            MOVE WRK-COMPETENCIA-R TO WRK-TIT-COMPET.                   00088900
            MOVE WRK-COMPET-ANT    TO WRK-TIT-COMPET-ANT.               00089000
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00089100
            WRITE FD-RELPDD FROM WRK-LINHA-TITULO.                      00089200
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00089300
            WRITE FD-RELPDD FROM WRK-LINHA-CABEC-AGE.                   00089400
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00089500
                                                                        00089600
            MOVE 1 TO WRK-SUB-AGE.                                      00089700
            PERFORM 2610-MOVIMENTAR-AGENCIA                             00089800
                    UNTIL WRK-SUB-AGE GREATER WRK-QTD-AGE.              00089900
                                                                        00090000
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00090100
            MOVE 'TOT.'          TO WRK-LAG-AGENCIA.                    00090200
            MOVE WRK-TOT-EXPO    TO WRK-LAG-EXPOSICAO.                  00090300
            MOVE WRK-TOT-PROVANT TO WRK-LAG-PROVANT.                    00090400
            MOVE WRK-TOT-PROVATU TO WRK-LAG-PROVATU.                    00090500
            MOVE WRK-TOT-CONST   TO WRK-LAG-CONST.                      00090600
            MOVE WRK-TOT-REVER   TO WRK-LAG-REVER.                      00090700
            WRITE FD-RELPDD FROM WRK-LINHA-AGE.                         00090800
       2600-99-FIM.              EXIT.                                  00090900
      *-------------------------------------------------------------*   00091000
       2610-MOVIMENTAR-AGENCIA                  SECTION.                00091100
      *-------------------------------------------------------------*   00091200
      *   GRAVA O PDDNOV DA AGENCIA, COMPARA A PROVISAO ATUAL COM  *    00091300
      *   A ANTERIOR E LANCA A DIFERENCA.                          *    00091400
      *-------------------------------------------------------------*   00091500
            MOVE ZEROES TO WRK-AGE-EXPO WRK-AGE-PROVATU                 00091600
                           WRK-CONSTITUIR WRK-REVERTER.                 00091700
            MOVE 1 TO WRK-SUB-NIV.                                      00091800
            PERFORM 2620-GRAVAR-NIVEL-AGENCIA                           00091900
                    UNTIL WRK-SUB-NIV GREATER WRK-QTD-NIV.              00092000
                                                                        00092100
            IF WRK-AGE-PROVATU GREATER WRK-AGE-PROVANT (WRK-SUB-AGE)    00092200
               COMPUTE WRK-CONSTITUIR = WRK-AGE-PROVATU                 00092300
                                      - WRK-AGE-PROVANT (WRK-SUB-AGE)   00092400
               MOVE 'PDDCONST'     TO WRK-EVENTO                        00092500
               MOVE WRK-CONSTITUIR TO WRK-VALOR                         00092600
               MOVE 'CONSTITUICAO PDD COMP ' TO WRK-HLA-TEXTO           00092700
               PERFORM 2700-GRAVAR-PARTIDAS                             00092800
            END-IF.                                                     00092900
            IF WRK-AGE-PROVATU LESS WRK-AGE-PROVANT (WRK-SUB-AGE)       00093000
               COMPUTE WRK-REVERTER = WRK-AGE-PROVANT (WRK-SUB-AGE)     00093100
                                    - WRK-AGE-PROVATU                   00093200
               MOVE 'PDDREVER'     TO WRK-EVENTO                        00093300
               MOVE WRK-REVERTER   TO WRK-VALOR                         00093400
               MOVE 'REVERSAO PDD COMP     ' TO WRK-HLA-TEXTO           00093500
               PERFORM 2700-GRAVAR-PARTIDAS                             00093600
            END-IF.                                                     00093700
                                                                        00093800
            MOVE WRK-AGE-AGENCIA (WRK-SUB-AGE) TO WRK-LAG-AGENCIA.      00093900
            MOVE WRK-AGE-EXPO                  TO WRK-LAG-EXPOSICAO.    00094000
            MOVE WRK-AGE-PROVANT (WRK-SUB-AGE) TO WRK-LAG-PROVANT.      00094100
            MOVE WRK-AGE-PROVATU               TO WRK-LAG-PROVATU.      00094200
            MOVE WRK-CONSTITUIR                TO WRK-LAG-CONST.        00094300
            MOVE WRK-REVERTER                  TO WRK-LAG-REVER.        00094400
            WRITE FD-RELPDD FROM WRK-LINHA-AGE.                         00094500
                                                                        00094600
            ADD WRK-AGE-EXPO                  TO WRK-TOT-EXPO.          00094700
            ADD WRK-AGE-PROVANT (WRK-SUB-AGE) TO WRK-TOT-PROVANT.       00094800
            ADD WRK-AGE-PROVATU               TO WRK-TOT-PROVATU.       00094900
            ADD WRK-CONSTITUIR                TO WRK-TOT-CONST.         00095000
            ADD WRK-REVERTER                  TO WRK-TOT-REVER.         00095100
            ADD 1 TO WRK-SUB-AGE.                                       00095200
       2610-99-FIM.              EXIT.                                  00095300
      *-------------------------------------------------------------*   00095400
       2620-GRAVAR-NIVEL-AGENCIA                SECTION.                00095500
      *-------------------------------------------------------------*   00095600
            IF WRK-ANV-QTD (WRK-SUB-AGE WRK-SUB-NIV) GREATER ZEROES     00095700
               MOVE WRK-AGE-AGENCIA (WRK-SUB-AGE) TO FD-PNV-AGENCIA     00095800
               MOVE WRK-NIV-NIVEL (WRK-SUB-NIV)   TO FD-PNV-NIVEL       00095900
               MOVE WRK-COMPETENCIA-R             TO FD-PNV-COMPET      00096000
               MOVE WRK-ANV-QTD (WRK-SUB-AGE WRK-SUB-NIV)               00096100
                 TO FD-PNV-QTD                                          00096200
               MOVE WRK-ANV-EXPOSICAO (WRK-SUB-AGE WRK-SUB-NIV)         00096300
                 TO FD-PNV-EXPOSICAO                                    00096400
               MOVE WRK-ANV-PROVISAO (WRK-SUB-AGE WRK-SUB-NIV)          00096500
                 TO FD-PNV-PROVISAO                                     00096600
               WRITE FD-PDDNOV                                          00096700
               ADD 1 TO WRK-REGPDDNOV                                   00096800
               ADD WRK-ANV-EXPOSICAO (WRK-SUB-AGE WRK-SUB-NIV)          00096900
                TO WRK-AGE-EXPO                                         00097000
               ADD WRK-ANV-PROVISAO (WRK-SUB-AGE WRK-SUB-NIV)           00097100
                TO WRK-AGE-PROVATU                                      00097200
            END-IF.                                                     00097300
            ADD 1 TO WRK-SUB-NIV.                                       00097400
       2620-99-FIM.              EXIT.                                  00097500
      *-------------------------------------------------------------*   00097600
       2700-GRAVAR-PARTIDAS                     SECTION.                00097700
      *-------------------------------------------------------------*   00097800
      *   LOCALIZA O EVENTO NO PLANO E GRAVA AS DUAS PERNAS - OU   *    00097900
      *   NENHUMA (EVENTO SEM MAPA E CONTADO E DERRUBA NO FIM).    *    00098000
      *-------------------------------------------------------------*   00098100
            MOVE ZEROES TO WRK-IDX-PLA.                                 00098200
            MOVE 1 TO WRK-SUB-PLA.                                      00098300
            PERFORM 2710-COMPARAR-EVENTO                                00098400
                    UNTIL WRK-SUB-PLA GREATER WRK-QTD-PLA               00098500
                       OR WRK-IDX-PLA GREATER ZEROES.                   00098600
            IF WRK-IDX-PLA EQUAL ZEROES                                 00098700
               ADD 1 TO WRK-REGSEMMAPA                                  00098800
               DISPLAY ' EVENTO SEM MAPA NO PLANOCTA: ' WRK-EVENTO      00098900
               GO TO 2700-99-FIM.                                       00099000
                                                                        00099100
            MOVE WRK-COMPETENCIA-R TO WRK-HLA-COMPET.                   00099200
            MOVE WRK-DATA-REFERENCIA-R TO FD-LAN-DATA.                  00099300
            MOVE WRK-AGE-AGENCIA (WRK-SUB-AGE) TO FD-LAN-AGENCIA.       00099400
            MOVE WRK-EVENTO    TO FD-LAN-EVENTO.                        00099500
            MOVE 'FR19EX47'    TO FD-LAN-ORIGEM.                        00099600
            MOVE WRK-HIST-LANC TO FD-LAN-HISTORICO.                     00099700
            MOVE WRK-VALOR     TO FD-LAN-VALOR.                         00099800
            MOVE SPACES        TO FD-LANCPDD (80:1).                    00099900
                                                                        00100000
            MOVE WRK-PLA-CTADEB (WRK-IDX-PLA) TO FD-LAN-CONTACTB.       00100100
            MOVE 'D' TO FD-LAN-DC.                                      00100200
            WRITE FD-LANCPDD.                                           00100300
            ADD 1 TO WRK-REGLANC.                                       00100400
            ADD WRK-VALOR TO WRK-TOT-DEBITOS.                           00100500
                                                                        00100600
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00100700
            MOVE 'C' TO FD-LAN-DC.                                      00100800
            WRITE FD-LANCPDD.                                           00100900
            ADD 1 TO WRK-REGLANC.                                       00101000
            ADD WRK-VALOR TO WRK-TOT-CREDITOS.                          00101100
       2700-99-FIM.              EXIT.                                  00101200
      *-------------------------------------------------------------*   00101300
       2710-COMPARAR-EVENTO                     SECTION.                00101400
      *-------------------------------------------------------------*   00101500
            IF WRK-PLA-EVENTO (WRK-SUB-PLA) EQUAL WRK-EVENTO            00101600
               MOVE WRK-SUB-PLA TO WRK-IDX-PLA                          00101700
            END-IF.                                                     00101800
            ADD 1 TO WRK-SUB-PLA.                                       00101900
       2710-99-FIM.              EXIT.                                  00102000
      *-------------------------------------------------------------*   00102100
       2800-LISTAR-NIVEIS                       SECTION.                00102200
      *-------------------------------------------------------------*   00102300
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00102400
            WRITE FD-RELPDD FROM WRK-LINHA-CABEC-NIV.                   00102500
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00102600
            MOVE 1 TO WRK-SUB-NIV.                                      00102700
            PERFORM 2810-LISTAR-NIVEL                                   00102800
                    UNTIL WRK-SUB-NIV GREATER WRK-QTD-NIV.              00102900
            WRITE FD-RELPDD FROM WRK-LINHA-TRACO.                       00103000
       2800-99-FIM.              EXIT.                                  00103100
      *-------------------------------------------------------------*   00103200
       2810-LISTAR-NIVEL                        SECTION.                00103300
      *-------------------------------------------------------------*   00103400
            MOVE WRK-NIV-NIVEL (WRK-SUB-NIV)      TO WRK-LNV-NIVEL.     00103500
            MOVE WRK-NIV-DIASATE (WRK-SUB-NIV)    TO WRK-LNV-DIASATE.   00103600
            MOVE WRK-NIV-PERCENTUAL (WRK-SUB-NIV)                       00103700
              TO WRK-LNV-PERCENTUAL.                                    00103800
            MOVE WRK-NIV-QTD (WRK-SUB-NIV)        TO WRK-LNV-QTD.       00103900
            MOVE WRK-NIV-EXPOSICAO (WRK-SUB-NIV)  TO WRK-LNV-EXPOSICAO. 00104000
            MOVE WRK-NIV-PROVANT (WRK-SUB-NIV)    TO WRK-LNV-PROVANT.   00104100
            MOVE WRK-NIV-PROVATU (WRK-SUB-NIV)    TO WRK-LNV-PROVATU.   00104200
            WRITE FD-RELPDD FROM WRK-LINHA-NIV.                         00104300
            ADD 1 TO WRK-SUB-NIV.                                       00104400
       2810-99-FIM.              EXIT.                                  00104500
      *-------------------------------------------------------------*   00104600
       3000-FINALIZAR                           SECTION.                00104700
      *-------------------------------------------------------------*   00104800
             CLOSE PARPDD PLANOCTA CLIENTES NEGSAI                      00104900
                   PDDNOV LANCPDD RELPDD.                               00105000
             IF WRK-COM-EMPPES                                          00105100
                CLOSE EMPPES                                            00105200
             END-IF.                                                    00105300
               PERFORM 4000-TESTARSTATUS.                               00105400
              DISPLAY ' ============================================'.  00105500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX47          '.  00105600
              DISPLAY ' ============================================'.  00105700
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA-R. 00105800
              DISPLAY ' DATA DE REFERENCIA.........'                    00105900
                      WRK-DATA-REFERENCIA-R.                            00106000
              DISPLAY ' COMPETENCIA DO PDDANT......' WRK-COMPET-ANT.    00106100
              DISPLAY ' CONTAS LIDAS...............' WRK-REGLIDOS.      00106200
              DISPLAY ' CONTAS NEGATIVAS...........' WRK-QTD-NEGAT.     00106300
              DISPLAY ' CONTRATOS DE EMPRESTIMO....' WRK-QTD-CONTRATOS. 00106400
              DISPLAY ' REGISTROS NO PDDNOV........' WRK-REGPDDNOV.     00106500
              DISPLAY ' PROVISAO ANTERIOR..........' WRK-TOT-PROVANT.   00106600
              DISPLAY ' PROVISAO ATUAL.............' WRK-TOT-PROVATU.   00106700
              DISPLAY ' LANCAMENTOS GRAVADOS.......' WRK-REGLANC.       00106800
              DISPLAY ' EVENTOS SEM MAPA...........' WRK-REGSEMMAPA.    00106900
              DISPLAY ' PROVA - TOTAL DEBITOS......' WRK-TOT-DEBITOS.   00107000
              DISPLAY ' PROVA - TOTAL CREDITOS.....' WRK-TOT-CREDITOS.  00107100
              DISPLAY ' ============================================'.  00107200
                                                                        00107300
              IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS             00107400
                 MOVE 'JOURNAL DESBALANCEADO        ' TO WRK-MSGERRO    00107500
                 MOVE '3000' TO WRK-SECAO                               00107600
                 PERFORM 9100-ERRO-CONTROLE                             00107700
              END-IF.                                                   00107800
              IF WRK-REGSEMMAPA GREATER ZEROES                          00107900
                 MOVE 'EVENTO SEM MAPA NO PLANOCTA  ' TO WRK-MSGERRO    00108000
                 MOVE '3000' TO WRK-SECAO                               00108100
                 PERFORM 9100-ERRO-CONTROLE                             00108200
              END-IF.                                                   00108300
              DISPLAY ' PROVA OK: DEBITOS = CREDITOS - ARQUIVO'         00108400
                      ' LIBERADO'.                                      00108500
                                                                        00108600
              MOVE 'F' TO WRK-EST-EVENTO.                               00108700
              MOVE WRK-REGLIDOS   TO WRK-EST-LIDOS.                     00108800
              MOVE WRK-REGLANC    TO WRK-EST-GRAVADOS.                  00108900
              MOVE WRK-REGSEMMAPA TO WRK-EST-REJEITADOS.                00109000
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00109100
                                                                        00109200
       3000-99-FIM.              EXIT.                                  00109300
      *-------------------------------------------------------------*   00109400
       4000-TESTARSTATUS                            SECTION.            00109500
      *-------------------------------------------------------------*   00109600
                 PERFORM 4100-TESTARSTATUS-PARPDD.                      00109700
                 PERFORM 4200-TESTARSTATUS-PLANOCTA.                    00109800
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00109900
                 PERFORM 4400-TESTARSTATUS-NEGSAI.                      00110000
                 IF WRK-FS-PDDNOV NOT EQUAL 00                          00110100
                   MOVE 'ERRO NO OPEN PDDNOV   ' TO WRK-MSGERRO         00110200
                   MOVE '1000'                   TO WRK-SECAO           00110300
                   MOVE WRK-FS-PDDNOV            TO WRK-STATUS          00110400
                    PERFORM 9000-TRATAERROS                             00110500
                 END-IF.                                                00110600
                 IF WRK-FS-LANCPDD NOT EQUAL 00                         00110700
                   MOVE 'ERRO NO OPEN LANCPDD  ' TO WRK-MSGERRO         00110800
                   MOVE '1000'                   TO WRK-SECAO           00110900
                   MOVE WRK-FS-LANCPDD           TO WRK-STATUS          00111000
                    PERFORM 9000-TRATAERROS                             00111100
                 END-IF.                                                00111200
                 IF WRK-FS-RELPDD NOT EQUAL 00                          00111300
                   MOVE 'ERRO NO OPEN RELPDD   ' TO WRK-MSGERRO         00111400
                   MOVE '1000'                   TO WRK-SECAO           00111500
                   MOVE WRK-FS-RELPDD            TO WRK-STATUS          00111600
                    PERFORM 9000-TRATAERROS                             00111700
                 END-IF.                                                00111800
                                                                        00111900
       4000-99-FIM.              EXIT.                                  00112000
      *-------------------------------------------------------------*   00112100
       4100-TESTARSTATUS-PARPDD                     SECTION.            00112200
      *-------------------------------------------------------------*   00112300
               IF WRK-FS-PARPDD NOT EQUAL 00                            00112400
                           AND WRK-FS-PARPDD NOT EQUAL 10               00112500
                 MOVE 'ERRO NO PARPDD        ' TO WRK-MSGERRO           00112600
                 MOVE '1100'                   TO WRK-SECAO             00112700
                 MOVE WRK-FS-PARPDD            TO WRK-STATUS            00112800
                  PERFORM 9000-TRATAERROS                               00112900
               END-IF.                                                  00113000
                                                                        00113100
       4100-99-FIM.              EXIT.                                  00113200
      *-------------------------------------------------------------*   00113300
       4200-TESTARSTATUS-PLANOCTA                   SECTION.            00113400
      *-------------------------------------------------------------*   00113500
               IF WRK-FS-PLANOCTA NOT EQUAL 00                          00113600
                           AND WRK-FS-PLANOCTA NOT EQUAL 10             00113700
                 MOVE 'ERRO NO PLANOCTA      ' TO WRK-MSGERRO           00113800
                 MOVE '1150'                   TO WRK-SECAO             00113900
                 MOVE WRK-FS-PLANOCTA          TO WRK-STATUS            00114000
                  PERFORM 9000-TRATAERROS                               00114100
               END-IF.                                                  00114200
                                                                        00114300
       4200-99-FIM.              EXIT.                                  00114400
      *-------------------------------------------------------------*   00114500
       4300-TESTARSTATUS-CLIENTES                   SECTION.            00114600
      *-------------------------------------------------------------*   00114700
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00114800
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00114900
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00115000
                 MOVE '1200'                   TO WRK-SECAO             00115100
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00115200
                  PERFORM 9000-TRATAERROS                               00115300
               END-IF.                                                  00115400
                                                                        00115500
       4300-99-FIM.              EXIT.                                  00115600
      *-------------------------------------------------------------*   00115700
       4400-TESTARSTATUS-NEGSAI                     SECTION.            00115800
      *-------------------------------------------------------------*   00115900
               IF WRK-FS-NEGSAI NOT EQUAL 00                            00116000
                           AND WRK-FS-NEGSAI NOT EQUAL 10               00116100
                 MOVE 'ERRO NO NEGSAI        ' TO WRK-MSGERRO           00116200
                 MOVE '1300'                   TO WRK-SECAO             00116300
                 MOVE WRK-FS-NEGSAI            TO WRK-STATUS            00116400
                  PERFORM 9000-TRATAERROS                               00116500
               END-IF.                                                  00116600
                                                                        00116700
       4400-99-FIM.              EXIT.                                  00116800
      *-------------------------------------------------------------*   00116900
       4500-TESTARSTATUS-EMPPES                     SECTION.            00117000
      *-------------------------------------------------------------*   00117100
               IF WRK-FS-EMPPES NOT EQUAL 00                            00117200
                           AND WRK-FS-EMPPES NOT EQUAL 10               00117300
                 MOVE 'ERRO NO EMPPES        ' TO WRK-MSGERRO           00117400
                 MOVE '1400'                   TO WRK-SECAO             00117500
                 MOVE WRK-FS-EMPPES            TO WRK-STATUS            00117600
                  PERFORM 9000-TRATAERROS                               00117700
               END-IF.                                                  00117800
                                                                        00117900
       4500-99-FIM.              EXIT.                                  00118000
      *-------------------------------------------------------------*   00118100
       4600-TESTARSTATUS-PDDANT                     SECTION.            00118200
      *-------------------------------------------------------------*   00118300
               IF WRK-FS-PDDANT NOT EQUAL 00                            00118400
                           AND WRK-FS-PDDANT NOT EQUAL 10               00118500
                 MOVE 'ERRO NO PDDANT        ' TO WRK-MSGERRO           00118600
                 MOVE '1500'                   TO WRK-SECAO             00118700
                 MOVE WRK-FS-PDDANT            TO WRK-STATUS            00118800
                  PERFORM 9000-TRATAERROS                               00118900
               END-IF.                                                  00119000
                                                                        00119100
       4600-99-FIM.              EXIT.                                  00119200
      *-------------------------------------------------------------*   00119300
       5000-CALCULAR-DIAS                           SECTION.            00119400
      *-------------------------------------------------------------*   00119500
      *   CONVERTE WRK-DN-DATA (AAAAMMDD) EM DIAS CORRIDOS PARA     *   00119600
      *   CONTAR OS DIAS DE ATRASO (CALENDARIO GREGORIANO; OS       *   00119700
      *   BISSEXTOS ATE O ANO ANTERIOR, O DO ANO PELO MES).         *   00119800
      *-------------------------------------------------------------*   00119900
            COMPUTE WRK-DN-ANTERIOR = WRK-DN-ANO - 1.                   00120000
            DIVIDE WRK-DN-ANTERIOR BY 4                                 00120100
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00120200
            DIVIDE WRK-DN-ANTERIOR BY 100                               00120300
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00120400
            DIVIDE WRK-DN-ANTERIOR BY 400                               00120500
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00120600
                                                                        00120700
            COMPUTE WRK-DN-RESULT = (WRK-DN-ANO * 365)                  00120800
                                  + WRK-DN-QUOC4                        00120900
                                  - WRK-DN-QUOC100                      00121000
                                  + WRK-DN-QUOC400                      00121100
                                  + WRK-DN-DIA.                         00121200
                                                                        00121300
            EVALUATE WRK-DN-MES                                         00121400
              WHEN 01 CONTINUE                                          00121500
              WHEN 02 ADD 31  TO WRK-DN-RESULT                          00121600
              WHEN 03 ADD 59  TO WRK-DN-RESULT                          00121700
              WHEN 04 ADD 90  TO WRK-DN-RESULT                          00121800
              WHEN 05 ADD 120 TO WRK-DN-RESULT                          00121900
              WHEN 06 ADD 151 TO WRK-DN-RESULT                          00122000
              WHEN 07 ADD 181 TO WRK-DN-RESULT                          00122100
              WHEN 08 ADD 212 TO WRK-DN-RESULT                          00122200
              WHEN 09 ADD 243 TO WRK-DN-RESULT                          00122300
              WHEN 10 ADD 273 TO WRK-DN-RESULT                          00122400
              WHEN 11 ADD 304 TO WRK-DN-RESULT                          00122500
              WHEN 12 ADD 334 TO WRK-DN-RESULT                          00122600
            END-EVALUATE.                                               00122700
                                                                        00122800
            PERFORM 5100-VERIFICAR-BISSEXTO.                            00122900
            IF WRK-DN-BISSEXTO EQUAL 1                                  00123000
               AND WRK-DN-MES GREATER 2                                 00123100
               ADD 1 TO WRK-DN-RESULT                                   00123200
            END-IF.                                                     00123300
                                                                        00123400
       5000-99-FIM.              EXIT.                                  00123500
      *-------------------------------------------------------------*   00123600
       5100-VERIFICAR-BISSEXTO                      SECTION.            00123700
      *-------------------------------------------------------------*   00123800
            DIVIDE WRK-DN-ANO BY 4                                      00123900
                   GIVING WRK-DN-QUOC4 REMAINDER WRK-DN-RESTO4.         00124000
            DIVIDE WRK-DN-ANO BY 100                                    00124100
                   GIVING WRK-DN-QUOC100 REMAINDER WRK-DN-RESTO100.     00124200
            DIVIDE WRK-DN-ANO BY 400                                    00124300
                   GIVING WRK-DN-QUOC400 REMAINDER WRK-DN-RESTO400.     00124400
            IF (WRK-DN-RESTO4 EQUAL ZEROES                              00124500
                  AND WRK-DN-RESTO100 NOT EQUAL ZEROES)                 00124600
               OR WRK-DN-RESTO400 EQUAL ZEROES                          00124700
               MOVE 1 TO WRK-DN-BISSEXTO                                00124800
            ELSE                                                        00124900
               MOVE ZEROES TO WRK-DN-BISSEXTO                           00125000
            END-IF.                                                     00125100
                                                                        00125200
       5100-99-FIM.              EXIT.                                  00125300
      *-------------------------------------------------------------*   00125400
       9100-ERRO-CONTROLE                           SECTION.            00125500
      *-------------------------------------------------------------*   00125600
           MOVE 'FR19EX47' TO WRK-PROGRAMA.                             00125700
           MOVE 'E'        TO WRK-SEVERIDADE.                           00125800
           MOVE '08'       TO WRK-STATUS.                               00125900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00126000
           MOVE 8 TO RETURN-CODE.                                       00126100
           STOP RUN.                                                    00126200
                                                                        00126300
       9100-99-FIM.              EXIT.                                  00126400
      *-------------------------------------------------------------*   00126500
       9000-TRATAERROS                              SECTION.            00126600
      *-------------------------------------------------------------*   00126700
           MOVE 'FR19EX47' TO WRK-PROGRAMA                              00126800
           MOVE 'E'        TO WRK-SEVERIDADE                            00126900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00127000
           GOBACK.                                                      00127100
                                                                        00127200
       9000-99-FIM.              EXIT.                                  00127300
