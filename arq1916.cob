      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ARQ1916.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE BOLSAS E DESCONTOS    *   00001200
      *    DAS MENSALIDADES (BOLSAS), NO MESMO DESENHO DO ARQ1910.  *   00001300
      *    CADA BOLSA E UMA MATRICULA + CURSO (CODIGO DO CURSO OU   *   00001400
      *    'TODO' = TODOS OS CURSOS DO ALUNO), COM O DESCONTO EM    *   00001500
      *    PERCENTUAL (P) OU VALOR FIXO (V), A VIGENCIA (INICIO E   *   00001600
      *    FIM AAAAMMDD, FIM ZEROS = SEM PRAZO) E O TIPO:           *   00001700
      *     F - FUNCIONARIO: EXIGE O ID DO IVAN.FUNC, CONFERIDO NO  *   00001800
      *         FUNCUNL (DESCARGA DO FR19DB23) - SO FUNCIONARIO     *   00001900
      *         ATIVO (STATUS 'A') RECEBE A BOLSA                   *   00002000
      *     M - MERITO                                              *   00002100
      *     S - SOCIAL                                              *   00002200
      *    O MASTER ATUAL E CARREGADO EM MEMORIA, O LOTE DO SYSIN   *   00002300
      *    E APLICADO E O MASTER NOVO SAI NO BOLSNOVO, CLASSIFICADO *   00002400
      *    POR MATRICULA + CURSO, PARA O ARQ1911. OPERACOES:        *   00002500
      *     INCLUSAO  - CRIA A BOLSA (RECUSA CHAVE COM BOLSA        *   00002600
      *                 ATIVA; BOLSA ENCERRADA E SUBSTITUIDA)       *   00002700
      *     ALTERACAO - TROCA TIPO, DESCONTO, ID E VIGENCIA (CAMPO  *   00002800
      *                 EM BRANCO/ZEROS MANTEM O VALOR ATUAL)       *   00002900
      *     ENCERRA   - SITUACAO 'E', MOTIVO CA, FIM HOJE           *   00003000
      *    DEPOIS DO LOTE, A VARREDURA ENCERRA SOZINHA:             *   00003100
      *     - BOLSA DE FUNCIONARIO DESLIGADO (STATUS 'D' NO         *   00003200
      *       FUNCUNL) OU FORA DO FUNCUNL: MOTIVO DM, FIM NA        *   00003300
      *       DATA DE DEMISSAO (HOJE QUANDO NAO HOUVER)             *   00003400
      *     - BOLSA COM FIM DA VIGENCIA JA PASSADO: MOTIVO VC       *   00003500
      *    FUNCUNL SEM FUNCIONARIOS NAO ENCERRA NENHUMA BOLSA DE    *   00003600
      *    FUNCIONARIO (DESCARGA SUSPEITA) E TERMINA COM RC=4.      *   00003700
      *    A BOLSA ENCERRADA FICA NO MASTER COMO HISTORICO.         *   00003800
      *    CARTOES: MODO (PROCESS/VALIDAR, NA COLUNA 1) ANTES DO    *   00003900
      *    LOTE; POR TRANSACAO (CADA UM COM 10 DE FILLER):          *   00004000
      *     1 - OPERACAO                                            *   00004100
      *     2 - MATRICULA 9(06) + CURSO X(04) (BRANCO = TODO)       *   00004200
      *     3 - TIPO X(01) + MODO X(01) + PERCENTUAL 9(03)V99 +     *   00004300
      *         VALOR 9(08)V99 + ID DO FUNCIONARIO 9(05)            *   00004400
      *     4 - INICIO 9(08) + FIM 9(08)                            *   00004500
      *    O LOTE TERMINA NA MATRICULA 999999. EM VALIDAR O         *   00004600
      *    BOLSNOVO SAI IGUAL A ENTRADA. TODA TRANSACAO E TODO      *   00004700
      *    ENCERRAMENTO DA VARREDURA SAEM NO RELBOLSA.              *   00004800
      *    O BOLSAS E OPCIONAL (PRIMEIRA CARGA SO COM O LOTE).      *   00004900
      *    DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O       *   00004914
      *    OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA      *   00004928
      *    TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE     *   00004942
      *    PODE FAZER A OPERACAO NO ARQ1916; SEM PERMISSAO, OU COM  *   00004957
      *    OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E RECUSADA E  *   00004971
      *    SAI NO RELBOLSA COM O NOME DO OPERADOR.                  *   00004985
      *-------------------------------------------------------------*   00005000
      *   ARQUIVOS...:                                              *   00005100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005200
      *    BOLSAS               I                  -----------      *   00005300
      *    FUNCUNL              I                  -----------      *   00005400
      *    BOLSNOVO             O                  -----------      *   00005500
      *    RELBOLSA             O                  -----------      *   00005600
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005625
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005650
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005675
      *-------------------------------------------------------------*   00005700
      *   MODULOS....:                             INCLUDE/BOOK     *   00005800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005900
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005950
      *=============================================================*   00006000
                                                                        00006100
      *=============================================================*   00006200
       ENVIRONMENT                               DIVISION.              00006300
      *=============================================================*   00006400
                                                                        00006500
      *=============================================================*   00006600
       CONFIGURATION                               SECTION.             00006700
      *=============================================================*   00006800
       SPECIAL-NAMES.                                                   00006900
           DECIMAL-POINT IS COMMA.                                      00007000
                                                                        00007100
       INPUT-OUTPUT                                SECTION.             00007200
       FILE-CONTROL.                                                    00007300
            SELECT BOLSAS ASSIGN TO BOLSAS                              00007400
                 FILE STATUS IS WRK-FS-BOLSAS.                          00007500
                                                                        00007600
            SELECT FUNCUNL ASSIGN TO FUNCUNL                            00007700
                 FILE STATUS IS WRK-FS-FUNCUNL.                         00007800
                                                                        00007900
            SELECT BOLSNOVO ASSIGN TO BOLSNOVO                          00008000
                 FILE STATUS IS WRK-FS-BOLSNOVO.                        00008100
                                                                        00008200
            SELECT RELBOLSA ASSIGN TO RELBOLSA                          00008300
                 FILE STATUS IS WRK-FS-RELBOLSA.                        00008400
                                                                        00008500
      *=============================================================*   00008600
       DATA                                      DIVISION.              00008700
      *=============================================================*   00008800
       FILE                                      SECTION.               00008900
       FD BOLSAS                                                        00009000
           RECORDING MODE IS F                                          00009100
           LABEL RECORD IS STANDARD                                     00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
      *-----------------------LRECL 80------------------------------*   00009400
       01 FD-BOLSAS.                                                    00009500
          05 FD-BOL-MATRICULA    PIC 9(06).                             00009600
          05 FD-BOL-CURSO        PIC X(04).                             00009700
          05 FD-BOL-TIPO         PIC X(01).                             00009800
          05 FD-BOL-MODO         PIC X(01).                             00009900
          05 FD-BOL-PERCENTUAL   PIC 9(03)V99.                          00010000
          05 FD-BOL-VALOR        PIC 9(08)V99.                          00010100
          05 FD-BOL-INICIO       PIC 9(08).                             00010200
          05 FD-BOL-FIM          PIC 9(08).                             00010300
          05 FD-BOL-IDFUNC       PIC 9(05).                             00010400
          05 FD-BOL-SITUACAO     PIC X(01).                             00010500
          05 FD-BOL-DTENCERRA    PIC 9(08).                             00010600
          05 FD-BOL-MOTIVO       PIC X(02).                             00010700
          05 FILLER              PIC X(21).                             00010800
                                                                        00010900
       FD FUNCUNL                                                       00011000
           RECORDING MODE IS F                                          00011100
           LABEL RECORD IS STANDARD                                     00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
      *-----------------------LRECL 113-----------------------------*   00011400
       01 FD-FUNCUNL.                                                   00011500
          05 FD-UNL-ID           PIC 9(05).                             00011600
          05 FD-UNL-NOME         PIC X(30).                             00011700
          05 FD-UNL-SETOR        PIC X(04).                             00011800
          05 FD-UNL-SALARIO      PIC 9(08)V99.                          00011900
          05 FD-UNL-DATAADM      PIC X(10).                             00012000
          05 FD-UNL-EMAIL        PIC X(40).                             00012100
          05 FD-UNL-STATUS       PIC X(01).                             00012200
          05 FD-UNL-DATADEM      PIC X(10).                             00012300
          05 FD-UNL-EMPRESA      PIC X(03).                             00012400
                                                                        00012500
       FD BOLSNOVO                                                      00012600
           RECORDING MODE IS F.                                         00012700
      *-----------------------LRECL 80------------------------------*   00012800
       01 FD-BOLSNOVO.                                                  00012900
          05 FD-BN-MATRICULA     PIC 9(06).                             00013000
          05 FD-BN-CURSO         PIC X(04).                             00013100
          05 FD-BN-TIPO          PIC X(01).                             00013200
          05 FD-BN-MODO          PIC X(01).                             00013300
          05 FD-BN-PERCENTUAL    PIC 9(03)V99.                          00013400
          05 FD-BN-VALOR         PIC 9(08)V99.                          00013500
          05 FD-BN-INICIO        PIC 9(08).                             00013600
          05 FD-BN-FIM           PIC 9(08).                             00013700
          05 FD-BN-IDFUNC        PIC 9(05).                             00013800
          05 FD-BN-SITUACAO      PIC X(01).                             00013900
          05 FD-BN-DTENCERRA     PIC 9(08).                             00014000
          05 FD-BN-MOTIVO        PIC X(02).                             00014100
          05 FILLER              PIC X(21).                             00014200
                                                                        00014300
       FD RELBOLSA                                                      00014400
           RECORDING MODE IS F.                                         00014500
      *-------------------LRECL 80------------------------------------* 00014600
       01 FD-RELBOLSA            PIC X(80).                             00014700
                                                                        00014800
      *=============================================================*   00014900
       WORKING-STORAGE                             SECTION.             00015000
      *=============================================================*   00015100
                                                                        00015200
       01 FILLER          PIC X(64) VALUE                               00015300
           '-----------BOOK LOGERROS------------------------'.          00015400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00015500
       COPY '#GLOG'.                                                    00015600
      *-------------------------------------------------------------*   00015700
                                                                        00015714
       01 FILLER          PIC X(64) VALUE                               00015728
           '-----------BOOK AUTORIZA------------------------'.          00015742
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00015757
       COPY '#GAUT'.                                                    00015771
      *-------------------------------------------------------------*   00015785
                                                                        00015800
       01 FILLER          PIC X(64) VALUE                               00015900
           '-----------VARIAVEIS DE STATUS------------------'.          00016000
                                                                        00016100
       77 WRK-FS-BOLSAS   PIC 9(02).                                    00016200
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00016300
       77 WRK-FS-BOLSNOVO PIC 9(02).                                    00016400
       77 WRK-FS-RELBOLSA PIC 9(02).                                    00016500
                                                                        00016600
       77 WRK-SW-FIM-BOL  PIC X(01) VALUE 'N'.                          00016700
           88 WRK-FIM-BOLSAS         VALUE 'S'.                         00016800
       77 WRK-SW-MASTER   PIC X(01) VALUE 'N'.                          00016900
           88 WRK-MASTER-ABERTO      VALUE 'S'.                         00017000
       77 WRK-SW-FIM-FUN  PIC X(01) VALUE 'N'.                          00017100
           88 WRK-FIM-FUNCUNL        VALUE 'S'.                         00017200
       77 WRK-SW-LOTE     PIC X(01) VALUE 'N'.                          00017300
           88 WRK-FIM-LOTE           VALUE 'S'.                         00017400
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00017500
           88 WRK-BOLSA-EXISTE       VALUE 'S'.                         00017600
       77 WRK-SW-FUNC     PIC X(01) VALUE 'N'.                          00017700
           88 WRK-FUNC-EXISTE        VALUE 'S'.                         00017800
       77 WRK-SW-CRITICA  PIC X(01) VALUE 'S'.                          00017900
           88 WRK-CRITICA-OK         VALUE 'S'.                         00018000
       77 WRK-MODO-EXEC   PIC X(07) VALUE 'PROCESS'.                    00018100
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00018200
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00018300
       77 WRK-SW-NEGADA   PIC X(01) VALUE 'N'.                          00018333
           88 WRK-TRANS-NEGADA       VALUE 'S'.                         00018366
                                                                        00018400
       01 FILLER          PIC X(64) VALUE                               00018500
           '-----------CARTOES DA TRANSACAO-----------------'.          00018600
                                                                        00018700
       01 WRK-OPERACAO.                                                 00018800
          05 FILLER              PIC X(10).                             00018900
          05 WRK-OPERACAO-AC     PIC X(09).                             00019000
                                                                        00019100
       01 WRK-CHAVE.                                                    00019200
          05 FILLER              PIC X(10).                             00019300
          05 WRK-CHAVE-AC.                                              00019400
             10 WRK-MATRICULA-AC PIC 9(06).                             00019500
             10 WRK-CURSO-AC     PIC X(04).                             00019600
                                                                        00019700
       01 WRK-DESCONTO.                                                 00019800
          05 FILLER              PIC X(10).                             00019900
          05 WRK-TIPO-AC         PIC X(01).                             00020000
          05 WRK-MODO-AC         PIC X(01).                             00020100
          05 WRK-PERCENTUAL-AC   PIC 9(03)V99.                          00020200
          05 WRK-VALOR-AC        PIC 9(08)V99.                          00020300
          05 WRK-IDFUNC-AC       PIC 9(05).                             00020400
                                                                        00020500
       01 WRK-VIGENCIA.                                                 00020600
          05 FILLER              PIC X(10).                             00020700
          05 WRK-INICIO-AC       PIC 9(08).                             00020800
          05 WRK-FIM-AC          PIC 9(08).                             00020900
                                                                        00020920
       01 WRK-OPERCARD.                                                 00020940
          05 FILLER              PIC X(10).                             00020960
          05 WRK-OPERADOR-AC     PIC X(08).                             00020980
                                                                        00021000
       01 FILLER          PIC X(64) VALUE                               00021100
           '-----------BOLSA EM CRITICA---------------------'.          00021200
                                                                        00021300
       01 WRK-NOVA.                                                     00021400
          05 WRK-NOVA-TIPO       PIC X(01).                             00021500
          05 WRK-NOVA-MODO       PIC X(01).                             00021600
          05 WRK-NOVA-PERCENTUAL PIC 9(03)V99.                          00021700
          05 WRK-NOVA-VALOR      PIC 9(08)V99.                          00021800
          05 WRK-NOVA-IDFUNC     PIC 9(05).                             00021900
          05 WRK-NOVA-INICIO     PIC 9(08).                             00022000
          05 WRK-NOVA-FIM        PIC 9(08).                             00022100
                                                                        00022200
       01 WRK-DATA-TESTE.                                               00022300
          05 WRK-DTT-ANO         PIC 9(04).                             00022400
          05 WRK-DTT-MES         PIC 9(02).                             00022500
          05 WRK-DTT-DIA         PIC 9(02).                             00022600
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE                     00022700
                                 PIC 9(08).                             00022800
                                                                        00022900
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00023000
       77 WRK-DATA-ENCERRA PIC 9(08) VALUE ZEROES.                      00023100
                                                                        00023200
       01 FILLER          PIC X(64) VALUE                               00023300
           '-----------FUNCIONARIOS DO IVAN.FUNC------------'.          00023400
                                                                        00023500
       77 WRK-QTD-FUN     PIC 9(04) VALUE ZEROES.                       00023600
       77 WRK-SUB-FUN     PIC 9(04) VALUE ZEROES.                       00023700
       77 WRK-IND-FUN     PIC 9(04) VALUE ZEROES.                       00023800
       77 WRK-ID-PROCURA  PIC 9(05) VALUE ZEROES.                       00023900
       01 WRK-TAB-FUN.                                                  00024000
          05 WRK-FUN-LINHA OCCURS 3000 TIMES.                           00024100
             10 WRK-FUN-ID          PIC 9(05).                          00024200
             10 WRK-FUN-STATUS      PIC X(01).                          00024300
             10 WRK-FUN-DATADEM     PIC 9(08).                          00024400
                                                                        00024500
       01 FILLER          PIC X(64) VALUE                               00024600
           '-----------CADASTRO DE BOLSAS EM MEMORIA--------'.          00024700
                                                                        00024800
       77 WRK-QTD-BOL     PIC 9(04) VALUE ZEROES.                       00024900
       77 WRK-SUB-BOL     PIC 9(04) VALUE ZEROES.                       00025000
       77 WRK-IND-BOL     PIC 9(04) VALUE ZEROES.                       00025100
       77 WRK-IND-DESL    PIC 9(04) VALUE ZEROES.                       00025200
       01 WRK-TAB-BOL.                                                  00025300
          05 WRK-BOL-LINHA OCCURS 2000 TIMES.                           00025400
             10 WRK-TBBOL-CHAVE.                                        00025500
                15 WRK-TBBOL-MATRICULA PIC 9(06).                       00025600
                15 WRK-TBBOL-CURSO     PIC X(04).                       00025700
             10 WRK-TBBOL-TIPO      PIC X(01).                          00025800
             10 WRK-TBBOL-MODO      PIC X(01).                          00025900
             10 WRK-TBBOL-PERCENTUAL PIC 9(03)V99.                      00026000
             10 WRK-TBBOL-VALOR     PIC 9(08)V99.                       00026100
             10 WRK-TBBOL-INICIO    PIC 9(08).                          00026200
             10 WRK-TBBOL-FIM       PIC 9(08).                          00026300
             10 WRK-TBBOL-IDFUNC    PIC 9(05).                          00026400
             10 WRK-TBBOL-SITUACAO  PIC X(01).                          00026500
             10 WRK-TBBOL-DTENCERRA PIC 9(08).                          00026600
             10 WRK-TBBOL-MOTIVO    PIC X(02).                          00026700
                                                                        00026800
       01 FILLER          PIC X(64) VALUE                               00026900
           '-----------CONTADORES---------------------------'.          00027000
                                                                        00027100
       77 WRK-REGMASTER   PIC 9(05) VALUE ZEROES.                       00027200
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00027300
       77 WRK-REGATIVAS   PIC 9(05) VALUE ZEROES.                       00027400
       77 WRK-REGFUNC     PIC 9(05) VALUE ZEROES.                       00027500
       77 WRK-REGPROCESSADOS PIC 9(05) VALUE ZEROES.                    00027600
       77 WRK-REGREJEITADOS  PIC 9(05) VALUE ZEROES.                    00027700
       77 WRK-QTD-INCLUSAO   PIC 9(05) VALUE ZEROES.                    00027800
       77 WRK-QTD-ALTERACAO  PIC 9(05) VALUE ZEROES.                    00027900
       77 WRK-QTD-ENCERRA    PIC 9(05) VALUE ZEROES.                    00028000
       77 WRK-QTD-DEMISSAO   PIC 9(05) VALUE ZEROES.                    00028100
       77 WRK-QTD-VENCIDA    PIC 9(05) VALUE ZEROES.                    00028200
       77 WRK-QTD-NEGADA     PIC 9(05) VALUE ZEROES.                    00028250
                                                                        00028300
       01 FILLER          PIC X(64) VALUE                               00028400
           '-----------LINHAS DO RELATORIO------------------'.          00028500
                                                                        00028600
       01 WRK-LINHA-TITULO.                                             00028700
          05 FILLER              PIC X(44) VALUE                        00028800
             'MANUTENCAO DO CADASTRO DE BOLSAS (BOLSAS)   '.            00028900
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00029000
          05 WRK-TIT-DATA        PIC 9(08).                             00029100
          05 FILLER              PIC X(20) VALUE SPACES.                00029200
                                                                        00029300
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00029400
                                                                        00029500
       01 WRK-LINHA-VARREDURA.                                          00029600
          05 FILLER              PIC X(40) VALUE                        00029700
             'ENCERRAMENTOS AUTOMATICOS DA VARREDURA  '.                00029800
          05 FILLER              PIC X(40) VALUE SPACES.                00029900
                                                                        00030000
       01 WRK-LINHA-MANUT.                                              00030100
          05 WRK-MAN-OPERACAO    PIC X(09).                             00030200
          05 FILLER              PIC X(02) VALUE SPACES.                00030300
          05 WRK-MAN-MATRICULA   PIC 9(06).                             00030400
          05 FILLER              PIC X(01) VALUE SPACE.                 00030500
          05 WRK-MAN-CURSO       PIC X(04).                             00030600
          05 FILLER              PIC X(01) VALUE SPACE.                 00030700
          05 WRK-MAN-TIPO        PIC X(01).                             00030800
          05 FILLER              PIC X(01) VALUE SPACE.                 00030900
          05 WRK-MAN-MODO        PIC X(01).                             00031000
          05 FILLER              PIC X(01) VALUE SPACE.                 00031100
          05 WRK-MAN-DESCONTO    PIC ZZ.ZZZ.ZZ9,99.                     00031200
          05 FILLER              PIC X(02) VALUE SPACES.                00031300
          05 WRK-MAN-RESULTADO   PIC X(31).                             00031400
          05 FILLER              PIC X(07) VALUE SPACES.                00031500
                                                                        00031509
       01 WRK-LINHA-NEGADO.                                             00031518
          05 FILLER              PIC X(10) VALUE SPACES.                00031527
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00031536
          05 WRK-NEG-OPERADOR    PIC X(08).                             00031545
          05 FILLER              PIC X(03) VALUE ' - '.                 00031554
          05 WRK-NEG-NOME        PIC X(30).                             00031563
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00031572
          05 WRK-NEG-PERFIL      PIC X(08).                             00031581
          05 FILLER              PIC X(03) VALUE SPACES.                00031590
                                                                        00031600
      *=============================================================*   00031700
       PROCEDURE DIVISION.                                              00031800
      *=============================================================*   00031900
                                                                        00032000
      *-------------------------------------------------------------*   00032100
       0000-PRINCIPAL                           SECTION.                00032200
      *-------------------------------------------------------------*   00032300
                                                                        00032400
            PERFORM  1000-INICIAR.                                      00032500
            PERFORM  1100-CARREGAR-BOLSAS UNTIL WRK-FIM-BOLSAS.         00032600
            PERFORM  1200-CARREGAR-FUNCUNL UNTIL WRK-FIM-FUNCUNL.       00032700
            PERFORM  1050-LER-TRANSACAO.                                00032800
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-LOTE.                 00032900
            WRITE FD-RELBOLSA FROM WRK-LINHA-TRACO.                     00033000
            WRITE FD-RELBOLSA FROM WRK-LINHA-VARREDURA.                 00033100
            WRITE FD-RELBOLSA FROM WRK-LINHA-TRACO.                     00033200
            MOVE 1 TO WRK-SUB-BOL.                                      00033300
            PERFORM  2500-VARRER-BOLSA                                  00033400
                     UNTIL WRK-SUB-BOL GREATER WRK-QTD-BOL.             00033500
            PERFORM  3000-FINALIZAR.                                    00033600
            STOP RUN.                                                   00033700
                                                                        00033800
       0000-99-FIM.              EXIT.                                  00033900
      *-------------------------------------------------------------*   00034000
       1000-INICIAR                             SECTION.                00034100
      *-------------------------------------------------------------*   00034200
            MOVE 'N' TO WRK-SW-LOTE.                                    00034300
            OPEN INPUT  FUNCUNL                                         00034400
                 OUTPUT BOLSNOVO RELBOLSA.                              00034500
            PERFORM 4000-TESTARSTATUS.                                  00034600
                                                                        00034700
      *----BOLSAS OPCIONAL: PRIMEIRA CARGA SO COM O LOTE-----------*    00034800
            OPEN INPUT BOLSAS.                                          00034900
            IF WRK-FS-BOLSAS NOT EQUAL 00                               00035000
               DISPLAY ' SEM BOLSAS (FS=' WRK-FS-BOLSAS                 00035100
                       ') - MASTER NOVO SO COM O LOTE'                  00035200
               MOVE 'S' TO WRK-SW-FIM-BOL                               00035300
            ELSE                                                        00035400
               MOVE 'S' TO WRK-SW-MASTER                                00035500
            END-IF.                                                     00035600
                                                                        00035700
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00035800
            MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                         00035900
            WRITE FD-RELBOLSA FROM WRK-LINHA-TRACO.                     00036000
            WRITE FD-RELBOLSA FROM WRK-LINHA-TITULO.                    00036100
            WRITE FD-RELBOLSA FROM WRK-LINHA-TRACO.                     00036200
                                                                        00036300
            ACCEPT WRK-MODO-EXEC FROM SYSIN.                            00036400
            IF WRK-MODO-EXEC EQUAL SPACES                               00036500
               MOVE 'PROCESS' TO WRK-MODO-EXEC                          00036600
            END-IF.                                                     00036700
            IF WRK-MODO-SIMULACAO                                       00036800
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00036900
            END-IF.                                                     00037000
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00037050
                                                                        00037100
       1000-99-FIM.              EXIT.                                  00037200
      *-------------------------------------------------------------*   00037300
       1050-LER-TRANSACAO                       SECTION.                00037400
      *-------------------------------------------------------------*   00037500
                                                                        00037600
            ACCEPT WRK-OPERACAO.                                        00037700
            ACCEPT WRK-CHAVE.                                           00037800
            ACCEPT WRK-DESCONTO.                                        00037900
            ACCEPT WRK-VIGENCIA.                                        00038000
            IF WRK-MATRICULA-AC EQUAL 999999                            00038100
               MOVE 'S' TO WRK-SW-LOTE                                  00038200
               GO TO 1050-99-FIM                                        00038300
            END-IF.                                                     00038400
      *----CAMPO NUMERICO EM BRANCO NO CARTAO VALE ZEROS------------*   00038500
            IF WRK-PERCENTUAL-AC NOT NUMERIC                            00038600
               MOVE ZEROES TO WRK-PERCENTUAL-AC                         00038700
            END-IF.                                                     00038800
            IF WRK-VALOR-AC NOT NUMERIC                                 00038900
               MOVE ZEROES TO WRK-VALOR-AC                              00039000
            END-IF.                                                     00039100
            IF WRK-IDFUNC-AC NOT NUMERIC                                00039200
               MOVE ZEROES TO WRK-IDFUNC-AC                             00039300
            END-IF.                                                     00039400
            IF WRK-INICIO-AC NOT NUMERIC                                00039500
               MOVE ZEROES TO WRK-INICIO-AC                             00039600
            END-IF.                                                     00039700
            IF WRK-FIM-AC NOT NUMERIC                                   00039800
               MOVE ZEROES TO WRK-FIM-AC                                00039900
            END-IF.                                                     00040000
            IF WRK-CURSO-AC EQUAL SPACES                                00040100
               MOVE 'TODO' TO WRK-CURSO-AC                              00040200
            END-IF.                                                     00040300
                                                                        00040400
       1050-99-FIM.              EXIT.                                  00040500
      *-------------------------------------------------------------*   00040600
       1100-CARREGAR-BOLSAS                     SECTION.                00040700
      *-------------------------------------------------------------*   00040800
      *   CARREGA O MASTER ATUAL NA TABELA, NA ORDEM DO ARQUIVO     *   00040900
      *   (JA CLASSIFICADO POR MATRICULA + CURSO).                  *   00041000
      *-------------------------------------------------------------*   00041100
            READ BOLSAS                                                 00041200
              AT END                                                    00041300
                MOVE 'S' TO WRK-SW-FIM-BOL                              00041400
            END-READ.                                                   00041500
            PERFORM 4100-TESTARSTATUS-BOLSAS.                           00041600
            IF WRK-FS-BOLSAS NOT EQUAL 00                               00041700
               GO TO 1100-99-FIM.                                       00041800
            ADD 1 TO WRK-REGMASTER.                                     00041900
            IF WRK-QTD-BOL NOT LESS 2000                                00042000
               DISPLAY ' TABELA DE BOLSAS CHEIA (2000) '                00042100
               MOVE 'TABELA DE BOLSAS CHEIA' TO WRK-MSGERRO             00042200
               MOVE '1100'                   TO WRK-SECAO               00042300
               MOVE 99                       TO WRK-STATUS              00042400
               PERFORM 9000-TRATAERROS                                  00042500
            END-IF.                                                     00042600
            ADD 1 TO WRK-QTD-BOL.                                       00042700
            MOVE FD-BOL-MATRICULA                                       00042800
                 TO WRK-TBBOL-MATRICULA (WRK-QTD-BOL).                  00042900
            MOVE FD-BOL-CURSO     TO WRK-TBBOL-CURSO (WRK-QTD-BOL).     00043000
            MOVE FD-BOL-TIPO      TO WRK-TBBOL-TIPO (WRK-QTD-BOL).      00043100
            MOVE FD-BOL-MODO      TO WRK-TBBOL-MODO (WRK-QTD-BOL).      00043200
            MOVE FD-BOL-PERCENTUAL                                      00043300
                 TO WRK-TBBOL-PERCENTUAL (WRK-QTD-BOL).                 00043400
            MOVE FD-BOL-VALOR     TO WRK-TBBOL-VALOR (WRK-QTD-BOL).     00043500
            MOVE FD-BOL-INICIO    TO WRK-TBBOL-INICIO (WRK-QTD-BOL).    00043600
            MOVE FD-BOL-FIM       TO WRK-TBBOL-FIM (WRK-QTD-BOL).       00043700
            MOVE FD-BOL-IDFUNC    TO WRK-TBBOL-IDFUNC (WRK-QTD-BOL).    00043800
            MOVE FD-BOL-SITUACAO                                        00043900
                 TO WRK-TBBOL-SITUACAO (WRK-QTD-BOL).                   00044000
            MOVE FD-BOL-DTENCERRA                                       00044100
                 TO WRK-TBBOL-DTENCERRA (WRK-QTD-BOL).                  00044200
            MOVE FD-BOL-MOTIVO    TO WRK-TBBOL-MOTIVO (WRK-QTD-BOL).    00044300
       1100-99-FIM.              EXIT.                                  00044400
      *-------------------------------------------------------------*   00044500
       1200-CARREGAR-FUNCUNL                    SECTION.                00044600
      *-------------------------------------------------------------*   00044700
      *   GUARDA ID, STATUS E DATA DE DEMISSAO (AAAA-MM-DD DA       *   00044800
      *   DESCARGA VIRA AAAAMMDD) DE TODOS OS FUNCIONARIOS.         *   00044900
      *-------------------------------------------------------------*   00045000
            READ FUNCUNL                                                00045100
              AT END                                                    00045200
                MOVE 'S' TO WRK-SW-FIM-FUN                              00045300
            END-READ.                                                   00045400
            PERFORM 4200-TESTARSTATUS-FUNCUNL.                          00045500
            IF WRK-FS-FUNCUNL NOT EQUAL 00                              00045600
               GO TO 1200-99-FIM.                                       00045700
            IF FD-FUNCUNL (1:9) EQUAL 'CABECALHO'                       00045800
               OR FD-FUNCUNL (1:6) EQUAL 'RODAPE'                       00045900
               GO TO 1200-99-FIM.                                       00046000
            ADD 1 TO WRK-REGFUNC.                                       00046100
            IF WRK-QTD-FUN NOT LESS 3000                                00046200
               DISPLAY ' TABELA DE FUNCIONARIOS CHEIA (3000) '          00046300
               MOVE 'TABELA DE FUNCIONARIOS CHEIA' TO WRK-MSGERRO       00046400
               MOVE '1200'                   TO WRK-SECAO               00046500
               MOVE 99                       TO WRK-STATUS              00046600
               PERFORM 9000-TRATAERROS                                  00046700
            END-IF.                                                     00046800
            ADD 1 TO WRK-QTD-FUN.                                       00046900
            MOVE FD-UNL-ID     TO WRK-FUN-ID (WRK-QTD-FUN).             00047000
            MOVE FD-UNL-STATUS TO WRK-FUN-STATUS (WRK-QTD-FUN).         00047100
            MOVE FD-UNL-DATADEM (1:4) TO WRK-DTT-ANO.                   00047200
            MOVE FD-UNL-DATADEM (6:2) TO WRK-DTT-MES.                   00047300
            MOVE FD-UNL-DATADEM (9:2) TO WRK-DTT-DIA.                   00047400
            IF WRK-DATA-TESTE NUMERIC                                   00047500
               MOVE WRK-DATA-TESTE-R                                    00047600
                    TO WRK-FUN-DATADEM (WRK-QTD-FUN)                    00047700
            ELSE                                                        00047800
               MOVE ZEROES TO WRK-FUN-DATADEM (WRK-QTD-FUN)             00047900
            END-IF.                                                     00048000
       1200-99-FIM.              EXIT.                                  00048100
      *-------------------------------------------------------------*   00048200
       2000-PROCESSAR                           SECTION.                00048300
      *-------------------------------------------------------------*   00048400
                                                                        00048500
            PERFORM 2100-PROCURAR-BOLSA.                                00048600
            MOVE 'S' TO WRK-SW-CRITICA.                                 00048700
            PERFORM 2050-VERIFICAR-AUTORIZACAO.                         00048733
            IF WRK-AUT-AUTORIZADO                                       00048766
               EVALUATE WRK-OPERACAO-AC                                 00048800
                 WHEN 'INCLUSAO '                                       00048900
                   PERFORM 2200-INCLUIR                                 00049000
                 WHEN 'ALTERACAO'                                       00049100
                   PERFORM 2300-ALTERAR                                 00049200
                 WHEN 'ENCERRA  '                                       00049300
                   PERFORM 2400-ENCERRAR                                00049400
                 WHEN OTHER                                             00049500
                   MOVE 'OPERACAO INVALIDA - IGNORADA   '               00049600
                        TO WRK-MAN-RESULTADO                            00049700
                   ADD 1 TO WRK-REGREJEITADOS                           00049800
               END-EVALUATE                                             00049900
            END-IF.                                                     00049950
            PERFORM 2900-LISTAR-MANUTENCAO.                             00050000
            IF WRK-TRANS-NEGADA                                         00050025
               WRITE FD-RELBOLSA FROM WRK-LINHA-NEGADO                  00050050
            END-IF.                                                     00050075
                                                                        00050100
            PERFORM 1050-LER-TRANSACAO.                                 00050200
                                                                        00050300
       2000-99-FIM.              EXIT.                                  00050400
      *-------------------------------------------------------------*   00050403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00050406
      *-------------------------------------------------------------*   00050409
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00050412
      *   DA TRANSACAO NO ARQ1916 (MODULO AUTORIZA). SEM ELA, OU    *   00050415
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00050418
      *   RECUSADA E O RELBOLSA MOSTRA QUEM A DIGITOU.              *   00050421
      *-------------------------------------------------------------*   00050425
            MOVE 'N' TO WRK-SW-NEGADA.                                  00050428
            MOVE 'ARQ1916'       TO WRK-AUT-PROGRAMA.                   00050431
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00050434
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00050437
            MOVE WRK-CHAVE-AC    TO WRK-AUT-CHAVE.                      00050440
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00050443
            IF NOT WRK-AUT-AUTORIZADO                                   00050446
               IF WRK-AUT-NEGADO                                        00050450
                  MOVE 'OPERADOR SEM PERMISSAO-RECUSADA'                00050453
                       TO WRK-MAN-RESULTADO                             00050456
               ELSE                                                     00050459
                  MOVE 'OPERADOR INVALIDO - RECUSADA   '                00050462
                       TO WRK-MAN-RESULTADO                             00050465
               END-IF                                                   00050468
               ADD 1 TO WRK-REGREJEITADOS                               00050471
                        WRK-QTD-NEGADA                                  00050475
               MOVE 'S' TO WRK-SW-NEGADA                                00050478
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00050481
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00050484
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00050487
            END-IF.                                                     00050490
                                                                        00050493
       2050-99-FIM.              EXIT.                                  00050496
      *-------------------------------------------------------------*   00050500
       2100-PROCURAR-BOLSA                      SECTION.                00050600
      *-------------------------------------------------------------*   00050700
            MOVE 'N'    TO WRK-SW-ACHOU.                                00050800
            MOVE ZEROES TO WRK-IND-BOL.                                 00050900
            MOVE 1 TO WRK-SUB-BOL.                                      00051000
            PERFORM 2110-COMPARAR-BOLSA                                 00051100
                    UNTIL WRK-SUB-BOL GREATER WRK-QTD-BOL               00051200
                       OR WRK-BOLSA-EXISTE.                             00051300
                                                                        00051400
       2100-99-FIM.              EXIT.                                  00051500
      *-------------------------------------------------------------*   00051600
       2110-COMPARAR-BOLSA                      SECTION.                00051700
      *-------------------------------------------------------------*   00051800
            IF WRK-TBBOL-CHAVE (WRK-SUB-BOL) EQUAL WRK-CHAVE-AC         00051900
               MOVE 'S' TO WRK-SW-ACHOU                                 00052000
               MOVE WRK-SUB-BOL TO WRK-IND-BOL                          00052100
            END-IF.                                                     00052200
            ADD 1 TO WRK-SUB-BOL.                                       00052300
       2110-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2150-CRITICAR-BOLSA                      SECTION.                00052600
      *-------------------------------------------------------------*   00052700
      *   CRITICA A BOLSA MONTADA EM WRK-NOVA (CARTAO NA INCLUSAO,  *   00052800
      *   CARTAO SOBRE O MASTER NA ALTERACAO). A PRIMEIRA FALHA     *   00052900
      *   DEIXA O MOTIVO NO RESULTADO E A CRITICA EM 'N'.           *   00053000
      *-------------------------------------------------------------*   00053100
            MOVE 'N' TO WRK-SW-CRITICA.                                 00053200
            IF WRK-MATRICULA-AC NOT NUMERIC                             00053300
               OR WRK-MATRICULA-AC EQUAL ZEROES                         00053400
               MOVE 'MATRICULA INVALIDA - RECUSADA  '                   00053500
                    TO WRK-MAN-RESULTADO                                00053600
               GO TO 2150-99-FIM.                                       00053700
            IF WRK-NOVA-TIPO NOT EQUAL 'F' AND 'M' AND 'S'              00053800
               MOVE 'TIPO FORA DE F/M/S - RECUSADA  '                   00053900
                    TO WRK-MAN-RESULTADO                                00054000
               GO TO 2150-99-FIM.                                       00054100
            EVALUATE WRK-NOVA-MODO                                      00054200
              WHEN 'P'                                                  00054300
                MOVE ZEROES TO WRK-NOVA-VALOR                           00054400
                IF WRK-NOVA-PERCENTUAL EQUAL ZEROES                     00054500
                   OR WRK-NOVA-PERCENTUAL GREATER 100                   00054600
                   MOVE 'PERCENTUAL FORA DE 0-100 - REC.'               00054700
                        TO WRK-MAN-RESULTADO                            00054800
                   GO TO 2150-99-FIM                                    00054900
                END-IF                                                  00055000
              WHEN 'V'                                                  00055100
                MOVE ZEROES TO WRK-NOVA-PERCENTUAL                      00055200
                IF WRK-NOVA-VALOR EQUAL ZEROES                          00055300
                   MOVE 'VALOR DO DESCONTO ZERO - RECUS.'               00055400
                        TO WRK-MAN-RESULTADO                            00055500
                   GO TO 2150-99-FIM                                    00055600
                END-IF                                                  00055700
              WHEN OTHER                                                00055800
                MOVE 'MODO FORA DE P/V - RECUSADA    '                  00055900
                     TO WRK-MAN-RESULTADO                               00056000
                GO TO 2150-99-FIM                                       00056100
            END-EVALUATE.                                               00056200
            MOVE WRK-NOVA-INICIO TO WRK-DATA-TESTE-R.                   00056300
            IF WRK-DTT-MES LESS 01 OR WRK-DTT-MES GREATER 12            00056400
               OR WRK-DTT-DIA LESS 01 OR WRK-DTT-DIA GREATER 31         00056500
               MOVE 'INICIO DA VIGENCIA INVALIDO    '                   00056600
                    TO WRK-MAN-RESULTADO                                00056700
               GO TO 2150-99-FIM.                                       00056800
            IF WRK-NOVA-FIM NOT EQUAL ZEROES                            00056900
               MOVE WRK-NOVA-FIM TO WRK-DATA-TESTE-R                    00057000
               IF WRK-DTT-MES LESS 01 OR WRK-DTT-MES GREATER 12         00057100
                  OR WRK-DTT-DIA LESS 01 OR WRK-DTT-DIA GREATER 31      00057200
                  OR WRK-NOVA-FIM LESS WRK-NOVA-INICIO                  00057300
                  MOVE 'FIM DA VIGENCIA INVALIDO       '                00057400
                       TO WRK-MAN-RESULTADO                             00057500
                  GO TO 2150-99-FIM                                     00057600
               END-IF                                                   00057700
            END-IF.                                                     00057800
            IF WRK-NOVA-TIPO NOT EQUAL 'F'                              00057900
               MOVE ZEROES TO WRK-NOVA-IDFUNC                           00058000
               MOVE 'S' TO WRK-SW-CRITICA                               00058100
               GO TO 2150-99-FIM.                                       00058200
      *----BOLSA DE FUNCIONARIO: SO PARA ATIVO NO IVAN.FUNC---------*   00058300
            IF WRK-NOVA-IDFUNC EQUAL ZEROES                             00058400
               MOVE 'FUNCIONARIO SEM ID - RECUSADA  '                   00058500
                    TO WRK-MAN-RESULTADO                                00058600
               GO TO 2150-99-FIM.                                       00058700
            MOVE WRK-NOVA-IDFUNC TO WRK-ID-PROCURA.                     00058800
            PERFORM 2160-PROCURAR-FUNCIONARIO.                          00058900
            IF NOT WRK-FUNC-EXISTE                                      00059000
               MOVE 'ID FORA DO IVAN.FUNC - RECUSADA'                   00059100
                    TO WRK-MAN-RESULTADO                                00059200
               GO TO 2150-99-FIM.                                       00059300
            IF WRK-FUN-STATUS (WRK-IND-FUN) NOT EQUAL 'A'               00059400
               MOVE 'FUNCIONARIO INATIVO - RECUSADA '                   00059500
                    TO WRK-MAN-RESULTADO                                00059600
               GO TO 2150-99-FIM.                                       00059700
            MOVE 'S' TO WRK-SW-CRITICA.                                 00059800
                                                                        00059900
       2150-99-FIM.              EXIT.                                  00060000
      *-------------------------------------------------------------*   00060100
       2160-PROCURAR-FUNCIONARIO                SECTION.                00060200
      *-------------------------------------------------------------*   00060300
            MOVE 'N'    TO WRK-SW-FUNC.                                 00060400
            MOVE ZEROES TO WRK-IND-FUN.                                 00060500
            MOVE 1 TO WRK-SUB-FUN.                                      00060600
            PERFORM 2170-COMPARAR-FUNCIONARIO                           00060700
                    UNTIL WRK-SUB-FUN GREATER WRK-QTD-FUN               00060800
                       OR WRK-FUNC-EXISTE.                              00060900
                                                                        00061000
       2160-99-FIM.              EXIT.                                  00061100
      *-------------------------------------------------------------*   00061200
       2170-COMPARAR-FUNCIONARIO                SECTION.                00061300
      *-------------------------------------------------------------*   00061400
            IF WRK-FUN-ID (WRK-SUB-FUN) EQUAL WRK-ID-PROCURA            00061500
               MOVE 'S' TO WRK-SW-FUNC                                  00061600
               MOVE WRK-SUB-FUN TO WRK-IND-FUN                          00061700
            END-IF.                                                     00061800
            ADD 1 TO WRK-SUB-FUN.                                       00061900
       2170-99-FIM.              EXIT.                                  00062000
      *-------------------------------------------------------------*   00062100
       2200-INCLUIR                             SECTION.                00062200
      *-------------------------------------------------------------*   00062300
      *   A INCLUSAO ENTRA NA POSICAO CERTA DA CLASSIFICACAO,       *   00062400
      *   EMPURRANDO AS CHAVES MAIORES PARA BAIXO. CHAVE COM BOLSA  *   00062500
      *   ENCERRADA RECEBE A NOVA BOLSA NO MESMO LUGAR.             *   00062600
      *-------------------------------------------------------------*   00062700
            IF WRK-BOLSA-EXISTE                                         00062800
               IF WRK-TBBOL-SITUACAO (WRK-IND-BOL) EQUAL 'A'            00062900
                  MOVE 'BOLSA ATIVA JA EXISTE - RECUSA.'                00063000
                       TO WRK-MAN-RESULTADO                             00063100
                  ADD 1 TO WRK-REGREJEITADOS                            00063200
                  GO TO 2200-99-FIM                                     00063300
               END-IF                                                   00063400
            END-IF.                                                     00063500
            IF NOT WRK-BOLSA-EXISTE                                     00063600
               AND WRK-QTD-BOL NOT LESS 2000                            00063700
               MOVE 'TABELA CHEIA - RECUSADA        '                   00063800
                    TO WRK-MAN-RESULTADO                                00063900
               ADD 1 TO WRK-REGREJEITADOS                               00064000
               GO TO 2200-99-FIM.                                       00064100
            MOVE WRK-TIPO-AC       TO WRK-NOVA-TIPO.                    00064200
            MOVE WRK-MODO-AC       TO WRK-NOVA-MODO.                    00064300
            MOVE WRK-PERCENTUAL-AC TO WRK-NOVA-PERCENTUAL.              00064400
            MOVE WRK-VALOR-AC      TO WRK-NOVA-VALOR.                   00064500
            MOVE WRK-IDFUNC-AC     TO WRK-NOVA-IDFUNC.                  00064600
            MOVE WRK-INICIO-AC     TO WRK-NOVA-INICIO.                  00064700
            MOVE WRK-FIM-AC        TO WRK-NOVA-FIM.                     00064800
            PERFORM 2150-CRITICAR-BOLSA.                                00064900
            IF NOT WRK-CRITICA-OK                                       00065000
               ADD 1 TO WRK-REGREJEITADOS                               00065100
               GO TO 2200-99-FIM.                                       00065200
            IF WRK-MODO-SIMULACAO                                       00065300
               MOVE 'VALIDAR: INCLUIRIA A BOLSA     '                   00065400
                    TO WRK-MAN-RESULTADO                                00065500
               ADD 1 TO WRK-REGPROCESSADOS                              00065600
               GO TO 2200-99-FIM.                                       00065700
            IF WRK-BOLSA-EXISTE                                         00065800
               MOVE 'BOLSA INCLUIDA (ERA ENCERRADA) '                   00065900
                    TO WRK-MAN-RESULTADO                                00066000
            ELSE                                                        00066100
               PERFORM 2250-ABRIR-POSICAO                               00066200
               MOVE 'BOLSA INCLUIDA                 '                   00066300
                    TO WRK-MAN-RESULTADO                                00066400
            END-IF.                                                     00066500
            MOVE WRK-CHAVE-AC     TO WRK-TBBOL-CHAVE (WRK-IND-BOL).     00066600
            PERFORM 2260-GRAVAR-NA-TABELA.                              00066700
            MOVE 'A'    TO WRK-TBBOL-SITUACAO (WRK-IND-BOL).            00066800
            MOVE ZEROES TO WRK-TBBOL-DTENCERRA (WRK-IND-BOL).           00066900
            MOVE SPACES TO WRK-TBBOL-MOTIVO (WRK-IND-BOL).              00067000
            ADD 1 TO WRK-QTD-INCLUSAO.                                  00067100
            ADD 1 TO WRK-REGPROCESSADOS.                                00067200
                                                                        00067300
       2200-99-FIM.              EXIT.                                  00067400
      *-------------------------------------------------------------*   00067500
       2250-ABRIR-POSICAO                       SECTION.                00067600
      *-------------------------------------------------------------*   00067700
      *----LOCALIZA A POSICAO DE INSERCAO---------------------------*   00067800
            MOVE 1 TO WRK-IND-BOL.                                      00067900
            PERFORM 2210-AVANCAR-POSICAO                                00068000
                    UNTIL WRK-IND-BOL GREATER WRK-QTD-BOL               00068100
                       OR WRK-TBBOL-CHAVE (WRK-IND-BOL) GREATER         00068200
                          WRK-CHAVE-AC.                                 00068300
      *----EMPURRA DO FIM ATE A POSICAO-----------------------------*   00068400
            MOVE WRK-QTD-BOL TO WRK-IND-DESL.                           00068500
            PERFORM 2220-DESLOCAR-PARA-BAIXO                            00068600
                    UNTIL WRK-IND-DESL LESS WRK-IND-BOL.                00068700
            ADD 1 TO WRK-QTD-BOL.                                       00068800
                                                                        00068900
       2250-99-FIM.              EXIT.                                  00069000
      *-------------------------------------------------------------*   00069100
       2210-AVANCAR-POSICAO                     SECTION.                00069200
      *-------------------------------------------------------------*   00069300
            ADD 1 TO WRK-IND-BOL.                                       00069400
       2210-99-FIM.              EXIT.                                  00069500
      *-------------------------------------------------------------*   00069600
       2220-DESLOCAR-PARA-BAIXO                 SECTION.                00069700
      *-------------------------------------------------------------*   00069800
            MOVE WRK-BOL-LINHA (WRK-IND-DESL)                           00069900
              TO WRK-BOL-LINHA (WRK-IND-DESL + 1).                      00070000
            SUBTRACT 1 FROM WRK-IND-DESL.                               00070100
       2220-99-FIM.              EXIT.                                  00070200
      *-------------------------------------------------------------*   00070300
       2260-GRAVAR-NA-TABELA                    SECTION.                00070400
      *-------------------------------------------------------------*   00070500
            MOVE WRK-NOVA-TIPO   TO WRK-TBBOL-TIPO (WRK-IND-BOL).       00070600
            MOVE WRK-NOVA-MODO   TO WRK-TBBOL-MODO (WRK-IND-BOL).       00070700
            MOVE WRK-NOVA-PERCENTUAL                                    00070800
                 TO WRK-TBBOL-PERCENTUAL (WRK-IND-BOL).                 00070900
            MOVE WRK-NOVA-VALOR  TO WRK-TBBOL-VALOR (WRK-IND-BOL).      00071000
            MOVE WRK-NOVA-IDFUNC TO WRK-TBBOL-IDFUNC (WRK-IND-BOL).     00071100
            MOVE WRK-NOVA-INICIO TO WRK-TBBOL-INICIO (WRK-IND-BOL).     00071200
            MOVE WRK-NOVA-FIM    TO WRK-TBBOL-FIM (WRK-IND-BOL).        00071300
                                                                        00071400
       2260-99-FIM.              EXIT.                                  00071500
      *-------------------------------------------------------------*   00071600
       2300-ALTERAR                             SECTION.                00071700
      *-------------------------------------------------------------*   00071800
            IF NOT WRK-BOLSA-EXISTE                                     00071900
               MOVE 'BOLSA INEXISTENTE - RECUSADA   '                   00072000
                    TO WRK-MAN-RESULTADO                                00072100
               ADD 1 TO WRK-REGREJEITADOS                               00072200
               GO TO 2300-99-FIM.                                       00072300
            IF WRK-TBBOL-SITUACAO (WRK-IND-BOL) NOT EQUAL 'A'           00072400
               MOVE 'BOLSA ENCERRADA - RECUSADA     '                   00072500
                    TO WRK-MAN-RESULTADO                                00072600
               ADD 1 TO WRK-REGREJEITADOS                               00072700
               GO TO 2300-99-FIM.                                       00072800
      *----CAMPO EM BRANCO/ZEROS NO CARTAO MANTEM O DO MASTER-------*   00072900
            MOVE WRK-TBBOL-TIPO (WRK-IND-BOL)   TO WRK-NOVA-TIPO.       00073000
            MOVE WRK-TBBOL-MODO (WRK-IND-BOL)   TO WRK-NOVA-MODO.       00073100
            MOVE WRK-TBBOL-PERCENTUAL (WRK-IND-BOL)                     00073200
                 TO WRK-NOVA-PERCENTUAL.                                00073300
            MOVE WRK-TBBOL-VALOR (WRK-IND-BOL)  TO WRK-NOVA-VALOR.      00073400
            MOVE WRK-TBBOL-IDFUNC (WRK-IND-BOL) TO WRK-NOVA-IDFUNC.     00073500
            MOVE WRK-TBBOL-INICIO (WRK-IND-BOL) TO WRK-NOVA-INICIO.     00073600
            MOVE WRK-TBBOL-FIM (WRK-IND-BOL)    TO WRK-NOVA-FIM.        00073700
            IF WRK-TIPO-AC NOT EQUAL SPACE                              00073800
               MOVE WRK-TIPO-AC TO WRK-NOVA-TIPO                        00073900
            END-IF.                                                     00074000
            IF WRK-MODO-AC NOT EQUAL SPACE                              00074100
               MOVE WRK-MODO-AC TO WRK-NOVA-MODO                        00074200
            END-IF.                                                     00074300
            IF WRK-PERCENTUAL-AC GREATER ZEROES                         00074400
               MOVE WRK-PERCENTUAL-AC TO WRK-NOVA-PERCENTUAL            00074500
            END-IF.                                                     00074600
            IF WRK-VALOR-AC GREATER ZEROES                              00074700
               MOVE WRK-VALOR-AC TO WRK-NOVA-VALOR                      00074800
            END-IF.                                                     00074900
            IF WRK-IDFUNC-AC GREATER ZEROES                             00075000
               MOVE WRK-IDFUNC-AC TO WRK-NOVA-IDFUNC                    00075100
            END-IF.                                                     00075200
            IF WRK-INICIO-AC GREATER ZEROES                             00075300
               MOVE WRK-INICIO-AC TO WRK-NOVA-INICIO                    00075400
            END-IF.                                                     00075500
            IF WRK-FIM-AC GREATER ZEROES                                00075600
               MOVE WRK-FIM-AC TO WRK-NOVA-FIM                          00075700
            END-IF.                                                     00075800
            PERFORM 2150-CRITICAR-BOLSA.                                00075900
            IF NOT WRK-CRITICA-OK                                       00076000
               ADD 1 TO WRK-REGREJEITADOS                               00076100
               GO TO 2300-99-FIM.                                       00076200
            IF WRK-MODO-SIMULACAO                                       00076300
               MOVE 'VALIDAR: ALTERARIA A BOLSA     '                   00076400
                    TO WRK-MAN-RESULTADO                                00076500
               ADD 1 TO WRK-REGPROCESSADOS                              00076600
               GO TO 2300-99-FIM.                                       00076700
            PERFORM 2260-GRAVAR-NA-TABELA.                              00076800
            MOVE 'BOLSA ALTERADA                 '                      00076900
                 TO WRK-MAN-RESULTADO.                                  00077000
            ADD 1 TO WRK-QTD-ALTERACAO.                                 00077100
            ADD 1 TO WRK-REGPROCESSADOS.                                00077200
                                                                        00077300
       2300-99-FIM.              EXIT.                                  00077400
      *-------------------------------------------------------------*   00077500
       2400-ENCERRAR                            SECTION.                00077600
      *-------------------------------------------------------------*   00077700
            EVALUATE TRUE                                               00077800
              WHEN NOT WRK-BOLSA-EXISTE                                 00077900
                MOVE 'BOLSA INEXISTENTE - RECUSADA   '                  00078000
                     TO WRK-MAN-RESULTADO                               00078100
                ADD 1 TO WRK-REGREJEITADOS                              00078200
              WHEN WRK-TBBOL-SITUACAO (WRK-IND-BOL) NOT EQUAL 'A'       00078300
                MOVE 'BOLSA JA ENCERRADA             '                  00078400
                     TO WRK-MAN-RESULTADO                               00078500
                ADD 1 TO WRK-REGREJEITADOS                              00078600
              WHEN WRK-MODO-SIMULACAO                                   00078700
                MOVE 'VALIDAR: ENCERRARIA A BOLSA    '                  00078800
                     TO WRK-MAN-RESULTADO                               00078900
                ADD 1 TO WRK-REGPROCESSADOS                             00079000
              WHEN OTHER                                                00079100
                MOVE WRK-DATA-HOJE TO WRK-DATA-ENCERRA                  00079200
                MOVE 'CA' TO WRK-TBBOL-MOTIVO (WRK-IND-BOL)             00079300
                PERFORM 2450-MARCAR-ENCERRADA                           00079400
                MOVE 'BOLSA ENCERRADA                '                  00079500
                     TO WRK-MAN-RESULTADO                               00079600
                ADD 1 TO WRK-QTD-ENCERRA                                00079700
                ADD 1 TO WRK-REGPROCESSADOS                             00079800
            END-EVALUATE.                                               00079900
                                                                        00080000
       2400-99-FIM.              EXIT.                                  00080100
      *-------------------------------------------------------------*   00080200
       2450-MARCAR-ENCERRADA                    SECTION.                00080300
      *-------------------------------------------------------------*   00080400
      *   SITUACAO 'E' NA DATA DE ENCERRAMENTO; A VIGENCIA TERMINA  *   00080500
      *   NELA QUANDO ESTAVA ABERTA OU IA ALEM.                     *   00080600
      *-------------------------------------------------------------*   00080700
            MOVE 'E' TO WRK-TBBOL-SITUACAO (WRK-IND-BOL).               00080800
            MOVE WRK-DATA-ENCERRA                                       00080900
                 TO WRK-TBBOL-DTENCERRA (WRK-IND-BOL).                  00081000
            IF WRK-TBBOL-FIM (WRK-IND-BOL) EQUAL ZEROES                 00081100
               OR WRK-TBBOL-FIM (WRK-IND-BOL) GREATER                   00081200
                  WRK-DATA-ENCERRA                                      00081300
               MOVE WRK-DATA-ENCERRA TO WRK-TBBOL-FIM (WRK-IND-BOL)     00081400
            END-IF.                                                     00081500
                                                                        00081600
       2450-99-FIM.              EXIT.                                  00081700
      *-------------------------------------------------------------*   00081800
       2500-VARRER-BOLSA                        SECTION.                00081900
      *-------------------------------------------------------------*   00082000
      *   ENCERRAMENTO AUTOMATICO DAS BOLSAS ATIVAS: FUNCIONARIO    *   00082100
      *   DESLIGADO NO IVAN.FUNC E VIGENCIA VENCIDA.                *   00082200
      *-------------------------------------------------------------*   00082300
            MOVE WRK-SUB-BOL TO WRK-IND-BOL.                            00082400
            ADD 1 TO WRK-SUB-BOL.                                       00082500
            IF WRK-TBBOL-SITUACAO (WRK-IND-BOL) NOT EQUAL 'A'           00082600
               GO TO 2500-99-FIM.                                       00082700
            IF WRK-TBBOL-TIPO (WRK-IND-BOL) EQUAL 'F'                   00082800
               AND WRK-QTD-FUN GREATER ZEROES                           00082900
               MOVE WRK-TBBOL-IDFUNC (WRK-IND-BOL) TO WRK-ID-PROCURA    00083000
               PERFORM 2160-PROCURAR-FUNCIONARIO                        00083100
               IF NOT WRK-FUNC-EXISTE                                   00083200
                  MOVE WRK-DATA-HOJE TO WRK-DATA-ENCERRA                00083300
                  MOVE 'ID FORA DO IVAN.FUNC - ENCERRA '                00083400
                       TO WRK-MAN-RESULTADO                             00083500
                  PERFORM 2550-ENCERRAR-DEMISSAO                        00083600
                  GO TO 2500-99-FIM                                     00083700
               END-IF                                                   00083800
               IF WRK-FUN-STATUS (WRK-IND-FUN) NOT EQUAL 'A'            00083900
                  MOVE WRK-FUN-DATADEM (WRK-IND-FUN)                    00084000
                       TO WRK-DATA-ENCERRA                              00084100
                  IF WRK-DATA-ENCERRA EQUAL ZEROES                      00084200
                     MOVE WRK-DATA-HOJE TO WRK-DATA-ENCERRA             00084300
                  END-IF                                                00084400
                  MOVE 'FUNC. DESLIGADO - ENCERRADA    '                00084500
                       TO WRK-MAN-RESULTADO                             00084600
                  PERFORM 2550-ENCERRAR-DEMISSAO                        00084700
                  GO TO 2500-99-FIM                                     00084800
               END-IF                                                   00084900
            END-IF.                                                     00085000
            IF WRK-TBBOL-FIM (WRK-IND-BOL) NOT EQUAL ZEROES             00085100
               AND WRK-TBBOL-FIM (WRK-IND-BOL) LESS WRK-DATA-HOJE       00085200
               MOVE 'VIGENCIA VENCIDA - ENCERRADA   '                   00085300
                    TO WRK-MAN-RESULTADO                                00085400
               IF WRK-MODO-NORMAL                                       00085500
                  MOVE 'E'  TO WRK-TBBOL-SITUACAO (WRK-IND-BOL)         00085600
                  MOVE 'VC' TO WRK-TBBOL-MOTIVO (WRK-IND-BOL)           00085700
                  MOVE WRK-TBBOL-FIM (WRK-IND-BOL)                      00085800
                       TO WRK-TBBOL-DTENCERRA (WRK-IND-BOL)             00085900
               END-IF                                                   00086000
               ADD 1 TO WRK-QTD-VENCIDA                                 00086100
               PERFORM 2590-LISTAR-VARREDURA                            00086200
            END-IF.                                                     00086300
                                                                        00086400
       2500-99-FIM.              EXIT.                                  00086500
      *-------------------------------------------------------------*   00086600
       2550-ENCERRAR-DEMISSAO                   SECTION.                00086700
      *-------------------------------------------------------------*   00086800
            IF WRK-MODO-NORMAL                                          00086900
               MOVE 'DM' TO WRK-TBBOL-MOTIVO (WRK-IND-BOL)              00087000
               PERFORM 2450-MARCAR-ENCERRADA                            00087100
            END-IF.                                                     00087200
            ADD 1 TO WRK-QTD-DEMISSAO.                                  00087300
            PERFORM 2590-LISTAR-VARREDURA.                              00087400
                                                                        00087500
       2550-99-FIM.              EXIT.                                  00087600
      *-------------------------------------------------------------*   00087700
       2590-LISTAR-VARREDURA                    SECTION.                00087800
      *-------------------------------------------------------------*   00087900
            IF WRK-MODO-SIMULACAO                                       00088000
               MOVE 'VALIDAR  '  TO WRK-MAN-OPERACAO                    00088100
            ELSE                                                        00088200
               MOVE 'VARREDURA'  TO WRK-MAN-OPERACAO                    00088300
            END-IF.                                                     00088400
            MOVE WRK-TBBOL-MATRICULA (WRK-IND-BOL)                      00088500
                 TO WRK-MAN-MATRICULA.                                  00088600
            MOVE WRK-TBBOL-CURSO (WRK-IND-BOL) TO WRK-MAN-CURSO.        00088700
            MOVE WRK-TBBOL-TIPO (WRK-IND-BOL)  TO WRK-MAN-TIPO.         00088800
            MOVE WRK-TBBOL-MODO (WRK-IND-BOL)  TO WRK-MAN-MODO.         00088900
            IF WRK-TBBOL-MODO (WRK-IND-BOL) EQUAL 'P'                   00089000
               MOVE WRK-TBBOL-PERCENTUAL (WRK-IND-BOL)                  00089100
                    TO WRK-MAN-DESCONTO                                 00089200
            ELSE                                                        00089300
               MOVE WRK-TBBOL-VALOR (WRK-IND-BOL) TO WRK-MAN-DESCONTO   00089400
            END-IF.                                                     00089500
            WRITE FD-RELBOLSA FROM WRK-LINHA-MANUT.                     00089600
                                                                        00089700
       2590-99-FIM.              EXIT.                                  00089800
      *-------------------------------------------------------------*   00089900
       2900-LISTAR-MANUTENCAO                   SECTION.                00090000
      *-------------------------------------------------------------*   00090100
            MOVE WRK-OPERACAO-AC  TO WRK-MAN-OPERACAO.                  00090200
            MOVE WRK-MATRICULA-AC TO WRK-MAN-MATRICULA.                 00090300
            MOVE WRK-CURSO-AC     TO WRK-MAN-CURSO.                     00090400
            MOVE WRK-TIPO-AC      TO WRK-MAN-TIPO.                      00090500
            MOVE WRK-MODO-AC      TO WRK-MAN-MODO.                      00090600
            IF WRK-MODO-AC EQUAL 'P'                                    00090700
               MOVE WRK-PERCENTUAL-AC TO WRK-MAN-DESCONTO               00090800
            ELSE                                                        00090900
               MOVE WRK-VALOR-AC      TO WRK-MAN-DESCONTO               00091000
            END-IF.                                                     00091100
            WRITE FD-RELBOLSA FROM WRK-LINHA-MANUT.                     00091200
                                                                        00091300
       2900-99-FIM.              EXIT.                                  00091400
      *-------------------------------------------------------------*   00091500
       3000-FINALIZAR                           SECTION.                00091600
      *-------------------------------------------------------------*   00091700
      *   GRAVA O MASTER NOVO A PARTIR DA TABELA; EM VALIDAR O      *   00091800
      *   LOTE FOI SO CRITICADO E A TABELA NAO MUDOU.               *   00091900
      *-------------------------------------------------------------*   00092000
             MOVE 1 TO WRK-SUB-BOL.                                     00092100
             PERFORM 3100-GRAVAR-UMA-BOLSA                              00092200
                     UNTIL WRK-SUB-BOL GREATER WRK-QTD-BOL.             00092300
                                                                        00092400
             WRITE FD-RELBOLSA FROM WRK-LINHA-TRACO.                    00092500
                                                                        00092600
             IF WRK-QTD-FUN EQUAL ZEROES                                00092700
                DISPLAY ' FUNCUNL SEM FUNCIONARIOS - BOLSAS DE '        00092800
                        'FUNCIONARIO NAO VERIFICADAS'                   00092900
                MOVE 4 TO RETURN-CODE                                   00093000
             END-IF.                                                    00093100
                                                                        00093200
             CLOSE FUNCUNL BOLSNOVO RELBOLSA.                           00093300
               PERFORM 4000-TESTARSTATUS.                               00093400
             IF WRK-MASTER-ABERTO                                       00093500
                CLOSE BOLSAS                                            00093600
             END-IF.                                                    00093700
              DISPLAY ' ============================================'.  00093800
              DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1916           '.  00093900
              DISPLAY ' ============================================'.  00094000
              DISPLAY ' MODO DE EXECUCAO......' WRK-MODO-EXEC.          00094100
              DISPLAY ' BOLSAS NO MASTER......' WRK-REGMASTER.          00094200
              DISPLAY ' FUNCIONARIOS LIDOS....' WRK-REGFUNC.            00094300
              DISPLAY ' BOLSAS NO MASTER NOVO.' WRK-REGNOVO.            00094400
              DISPLAY '   ATIVAS..............' WRK-REGATIVAS.          00094500
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00094600
              DISPLAY ' TRANSACOES RECUSADAS..' WRK-REGREJEITADOS.      00094700
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00094750
              DISPLAY ' INCLUSOES.............' WRK-QTD-INCLUSAO.       00094800
              DISPLAY ' ALTERACOES............' WRK-QTD-ALTERACAO.      00094900
              DISPLAY ' ENCERRAMENTOS.........' WRK-QTD-ENCERRA.        00095000
              DISPLAY ' ENCERRADAS DEMISSAO...' WRK-QTD-DEMISSAO.       00095100
              DISPLAY ' ENCERRADAS VENCIMENTO.' WRK-QTD-VENCIDA.        00095200
              DISPLAY ' ============================================'.  00095300
                                                                        00095400
       3000-99-FIM.              EXIT.                                  00095500
      *-------------------------------------------------------------*   00095600
       3100-GRAVAR-UMA-BOLSA                    SECTION.                00095700
      *-------------------------------------------------------------*   00095800
            MOVE SPACES TO FD-BOLSNOVO.                                 00095900
            MOVE WRK-TBBOL-MATRICULA (WRK-SUB-BOL) TO FD-BN-MATRICULA.  00096000
            MOVE WRK-TBBOL-CURSO (WRK-SUB-BOL)     TO FD-BN-CURSO.      00096100
            MOVE WRK-TBBOL-TIPO (WRK-SUB-BOL)      TO FD-BN-TIPO.       00096200
            MOVE WRK-TBBOL-MODO (WRK-SUB-BOL)      TO FD-BN-MODO.       00096300
            MOVE WRK-TBBOL-PERCENTUAL (WRK-SUB-BOL)                     00096400
                 TO FD-BN-PERCENTUAL.                                   00096500
            MOVE WRK-TBBOL-VALOR (WRK-SUB-BOL)     TO FD-BN-VALOR.      00096600
            MOVE WRK-TBBOL-INICIO (WRK-SUB-BOL)    TO FD-BN-INICIO.     00096700
            MOVE WRK-TBBOL-FIM (WRK-SUB-BOL)       TO FD-BN-FIM.        00096800
            MOVE WRK-TBBOL-IDFUNC (WRK-SUB-BOL)    TO FD-BN-IDFUNC.     00096900
            MOVE WRK-TBBOL-SITUACAO (WRK-SUB-BOL)  TO FD-BN-SITUACAO.   00097000
            MOVE WRK-TBBOL-DTENCERRA (WRK-SUB-BOL) TO FD-BN-DTENCERRA.  00097100
            MOVE WRK-TBBOL-MOTIVO (WRK-SUB-BOL)    TO FD-BN-MOTIVO.     00097200
            WRITE FD-BOLSNOVO.                                          00097300
            PERFORM 4300-TESTARSTATUS-BOLSNOVO.                         00097400
            ADD 1 TO WRK-REGNOVO.                                       00097500
            IF WRK-TBBOL-SITUACAO (WRK-SUB-BOL) EQUAL 'A'               00097600
               ADD 1 TO WRK-REGATIVAS                                   00097700
            END-IF.                                                     00097800
            ADD 1 TO WRK-SUB-BOL.                                       00097900
                                                                        00098000
       3100-99-FIM.              EXIT.                                  00098100
      *-------------------------------------------------------------*   00098200
       4000-TESTARSTATUS                            SECTION.            00098300
      *-------------------------------------------------------------*   00098400
                 PERFORM 4200-TESTARSTATUS-FUNCUNL.                     00098500
                 PERFORM 4300-TESTARSTATUS-BOLSNOVO.                    00098600
                 IF WRK-FS-RELBOLSA NOT EQUAL 00                        00098700
                   MOVE 'ERRO NO OPEN RELBOLSA ' TO WRK-MSGERRO         00098800
                   MOVE '1000'                   TO WRK-SECAO           00098900
                   MOVE WRK-FS-RELBOLSA          TO WRK-STATUS          00099000
                    PERFORM 9000-TRATAERROS                             00099100
                 END-IF.                                                00099200
                                                                        00099300
       4000-99-FIM.              EXIT.                                  00099400
      *-------------------------------------------------------------*   00099500
       4100-TESTARSTATUS-BOLSAS                     SECTION.            00099600
      *-------------------------------------------------------------*   00099700
               IF WRK-FS-BOLSAS NOT EQUAL 00                            00099800
                           AND WRK-FS-BOLSAS NOT EQUAL 10               00099900
                 MOVE 'ERRO NO BOLSAS        ' TO WRK-MSGERRO           00100000
                 MOVE '1100'                   TO WRK-SECAO             00100100
                 MOVE WRK-FS-BOLSAS            TO WRK-STATUS            00100200
                  PERFORM 9000-TRATAERROS                               00100300
               END-IF.                                                  00100400
                                                                        00100500
       4100-99-FIM.              EXIT.                                  00100600
      *-------------------------------------------------------------*   00100700
       4200-TESTARSTATUS-FUNCUNL                    SECTION.            00100800
      *-------------------------------------------------------------*   00100900
               IF WRK-FS-FUNCUNL NOT EQUAL 00                           00101000
                           AND WRK-FS-FUNCUNL NOT EQUAL 10              00101100
                 MOVE 'ERRO NO FUNCUNL       ' TO WRK-MSGERRO           00101200
                 MOVE '1200'                   TO WRK-SECAO             00101300
                 MOVE WRK-FS-FUNCUNL           TO WRK-STATUS            00101400
                  PERFORM 9000-TRATAERROS                               00101500
               END-IF.                                                  00101600
                                                                        00101700
       4200-99-FIM.              EXIT.                                  00101800
      *-------------------------------------------------------------*   00101900
       4300-TESTARSTATUS-BOLSNOVO                   SECTION.            00102000
      *-------------------------------------------------------------*   00102100
               IF WRK-FS-BOLSNOVO NOT EQUAL 00                          00102200
                 MOVE 'ERRO NO BOLSNOVO      ' TO WRK-MSGERRO           00102300
                 MOVE '3100'                   TO WRK-SECAO             00102400
                 MOVE WRK-FS-BOLSNOVO          TO WRK-STATUS            00102500
                  PERFORM 9000-TRATAERROS                               00102600
               END-IF.                                                  00102700
                                                                        00102800
       4300-99-FIM.              EXIT.                                  00102900
      *-------------------------------------------------------------*   00103000
       9000-TRATAERROS                              SECTION.            00103100
      *-------------------------------------------------------------*   00103200
           MOVE 'ARQ1916' TO WRK-PROGRAMA                               00103300
           MOVE 'E'        TO WRK-SEVERIDADE                            00103400
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00103500
           GOBACK.                                                      00103600
                                                                        00103700
       9000-99-FIM.              EXIT.                                  00103800
