      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX51.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:11/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE TITULARES DE CONTA    *   00001200
      *    CONJUNTA (TITULARES). O CLIENTES GUARDA UM SO NOME E UM  *   00001300
      *    SO CPF/CNPJ POR CONTA (O TITULAR PRINCIPAL); OS DEMAIS   *   00001400
      *    TITULARES FICAM AQUI, UM REGISTRO POR PESSOA, COM O      *   00001500
      *    PAPEL (P = PRINCIPAL, S = SECUNDARIO) E A REGRA DE       *   00001600
      *    ASSINATURA DA CONTA (Q = QUALQUER UM, T = TODOS).        *   00001700
      *    CONTA SEM REGISTRO NO TITULARES E CONTA INDIVIDUAL.      *   00001800
      *    O CLIENTES E O TITULARES ATUAL SAO CARREGADOS EM MEMORIA *   00001900
      *    E AS TRANSACOES DO TRANSTIT APLICADAS NA ORDEM EM QUE    *   00002000
      *    CHEGAM:                                                  *   00002100
      *     INCLUI   - INCLUI UM COTITULAR (PAPEL S). A CONTA TEM   *   00002200
      *                QUE EXISTIR NO CLIENTES E O CPF/CNPJ PASSAR  *   00002300
      *                NA CRITICA DE DIGITO VERIFICADOR; A PRIMEIRA *   00002400
      *                INCLUSAO CRIA TAMBEM O REGISTRO DO PRINCIPAL *   00002500
      *                COM O NOME/DOCUMENTO DO CLIENTES. A REGRA DO *   00002600
      *                CARTAO VALE PARA TODOS OS TITULARES DA CONTA *   00002700
      *     EXCLUI   - EXCLUI O COTITULAR; SEM COTITULAR RESTANTE O *   00002800
      *                PRINCIPAL SAI TAMBEM (VOLTA A INDIVIDUAL)    *   00002900
      *     ALTREGRA - TROCA A REGRA DE ASSINATURA DA CONTA         *   00003000
      *     SINCRON  - REFAZ O PRINCIPAL A PARTIR DO CLIENTES (APOS *   00003100
      *                ALTERNOM/ALTERDOC NO FR19EX11) E UNIFORMIZA  *   00003200
      *                A REGRA (A DO CARTAO OU A DO PRINCIPAL)      *   00003300
      *    O TITNOVO SAI CLASSIFICADO COMO O CLIENTES (AGENCIA +    *   00003400
      *    CONTA, PRINCIPAL PRIMEIRO), COM CABECALHO/RODAPE (QTD).  *   00003500
      *    TITULAR DE CONTA QUE SAIU DO CLIENTES (ENCERRADA) E      *   00003600
      *    REMOVIDO. NA GRAVACAO CADA CONTA CONJUNTA E CONFERIDA -  *   00003700
      *    EXATAMENTE UM PRINCIPAL, IGUAL AO NOME/DOCUMENTO DO      *   00003800
      *    CLIENTES, E A MESMA REGRA EM TODOS OS TITULARES - E A    *   00003900
      *    INCONSISTENTE SAI LISTADA NO RELTIT (O ENCERRA DO        *   00004000
      *    FR19EX11 E RECUSADO ENQUANTO ELA NAO FOR CORRIGIDA).     *   00004100
      *    TODA TRANSACAO SAI NO RELTIT COM O RESULTADO.            *   00004200
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00004214
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00004228
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00004242
      *    DELE PODE FAZER A OPERACAO NO FR19EX51; SEM PERMISSAO,   *   00004257
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00004271
      *    RECUSADA E SAI NO RELTIT COM O NOME DO OPERADOR.         *   00004285
      *-------------------------------------------------------------*   00004300
      *   ARQUIVOS...:                                              *   00004400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004500
      *    CLIENTES             I                  -----------      *   00004600
      *    TITULARES            I                  -----------      *   00004700
      *    TRANSTIT             I                  -----------      *   00004800
      *    TITNOVO              O                  -----------      *   00004900
      *    RELTIT               O                  -----------      *   00005000
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005025
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005050
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005075
      *-------------------------------------------------------------*   00005100
      *   MODULOS....:                             INCLUDE/BOOK     *   00005200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005300
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005400
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005450
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       ENVIRONMENT                               DIVISION.              00005800
      *=============================================================*   00005900
                                                                        00006000
      *=============================================================*   00006100
       CONFIGURATION                               SECTION.             00006200
      *=============================================================*   00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
       INPUT-OUTPUT                                SECTION.             00006700
       FILE-CONTROL.                                                    00006800
            SELECT CLIENTES ASSIGN TO CLIENTES                          00006900
                 FILE STATUS IS WRK-FS-CLIENTES.                        00007000
                                                                        00007100
            SELECT TITULARES ASSIGN TO TITULARES                        00007200
                 FILE STATUS IS WRK-FS-TITULARES.                       00007300
                                                                        00007400
            SELECT TRANSTIT ASSIGN TO TRANSTIT                          00007500
                 FILE STATUS IS WRK-FS-TRANSTIT.                        00007600
                                                                        00007700
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007800
                                                                        00007900
            SELECT TITNOVO ASSIGN TO TITNOVO                            00008000
                 FILE STATUS IS WRK-FS-TITNOVO.                         00008100
                                                                        00008200
            SELECT RELTIT ASSIGN TO RELTIT                              00008300
                 FILE STATUS IS WRK-FS-RELTIT.                          00008400
                                                                        00008500
      *=============================================================*   00008600
       DATA                                      DIVISION.              00008700
      *=============================================================*   00008800
       FILE                                      SECTION.               00008900
      *-------------------LRECL 89----------------------------------*   00009000
       FD CLIENTES                                                      00009100
           RECORDING MODE IS F                                          00009200
           LABEL RECORD IS STANDARD                                     00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-CLIENTES.                                                  00009500
          05 FD-CHAVE.                                                  00009600
             10 FD-AGENCIA      PIC X(04).                              00009700
             10 FD-CONTA        PIC X(04).                              00009800
          05 FD-NOME            PIC X(30).                              00009900
          05 FD-SALDO           PIC S9(08).                             00010000
          05 FD-STATUS          PIC X(01).                              00010100
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00010200
          05 FD-LIMITE          PIC 9(08).                              00010300
          05 FD-DOCUMENTO       PIC 9(14).                              00010400
                                                                        00010500
      *-------------------LRECL 80----------------------------------*   00010600
       FD TITULARES                                                     00010700
           RECORDING MODE IS F                                          00010800
           LABEL RECORD IS STANDARD                                     00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-TITULARES.                                                 00011100
          05 FD-TIT-CHAVE.                                              00011200
             10 FD-TIT-AGENCIA     PIC X(04).                           00011300
             10 FD-TIT-CONTA       PIC X(04).                           00011400
          05 FD-TIT-PAPEL          PIC X(01).                           00011500
          05 FD-TIT-DOCUMENTO      PIC 9(14).                           00011600
          05 FD-TIT-NOME           PIC X(30).                           00011700
          05 FD-TIT-REGRA          PIC X(01).                           00011800
          05 FD-TIT-DATA-INCL      PIC 9(08).                           00011900
          05 FILLER                PIC X(18).                           00012000
                                                                        00012100
      *-------------------LRECL 80----------------------------------*   00012200
       FD TRANSTIT                                                      00012300
           RECORDING MODE IS F                                          00012400
           LABEL RECORD IS STANDARD                                     00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-TRANSTIT.                                                  00012700
          05 FD-TTR-OPERACAO       PIC X(08).                           00012800
          05 FD-TTR-CHAVE.                                              00012900
             10 FD-TTR-AGENCIA     PIC X(04).                           00013000
             10 FD-TTR-CONTA       PIC X(04).                           00013100
          05 FD-TTR-DOCUMENTO      PIC X(14).                           00013200
          05 FD-TTR-NOME           PIC X(30).                           00013300
          05 FD-TTR-REGRA          PIC X(01).                           00013400
          05 FILLER                PIC X(19).                           00013500
                                                                        00013600
      *-------------------LRECL 80----------------------------------*   00013700
       FD TITNOVO                                                       00013800
           RECORDING MODE IS F.                                         00013900
       01 FD-TITNOVO              PIC X(80).                            00014000
                                                                        00014100
      *-------------------LRECL 80----------------------------------*   00014200
       FD RELTIT                                                        00014300
           RECORDING MODE IS F.                                         00014400
       01 FD-RELTIT               PIC X(80).                            00014500
                                                                        00014600
      *=============================================================*   00014700
       WORKING-STORAGE                             SECTION.             00014800
      *=============================================================*   00014900
                                                                        00015000
       01 FILLER          PIC X(64) VALUE                               00015100
           '-----------BOOK LOGERROS------------------------'.          00015200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00015300
       COPY '#GLOG'.                                                    00015400
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00015500
       COPY '#GSTAT'.                                                   00015600
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00015633
       COPY '#GAUT'.                                                    00015666
      *-------------------------------------------------------------*   00015700
                                                                        00015800
       01 FILLER          PIC X(64) VALUE                               00015900
           '-----------VARIAVEIS DE STATUS------------------'.          00016000
                                                                        00016100
       77 WRK-FS-CLIENTES  PIC 9(02).                                   00016200
       77 WRK-FS-TITULARES PIC 9(02).                                   00016300
       77 WRK-FS-TRANSTIT  PIC 9(02).                                   00016400
       77 WRK-FS-TITNOVO   PIC 9(02).                                   00016500
       77 WRK-FS-RELTIT    PIC 9(02).                                   00016600
                                                                        00016700
       01 FILLER          PIC X(64) VALUE                               00016800
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00016900
                                                                        00017000
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00017100
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00017200
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00017300
       01 WRK-TAB-CONTAS.                                               00017400
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00017500
             10 WRK-CTA-CHAVE       PIC X(08).                          00017600
             10 WRK-CTA-NOME        PIC X(30).                          00017700
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00017800
                                                                        00017900
       01 FILLER          PIC X(64) VALUE                               00018000
           '-----------TITULARES EM MEMORIA-----------------'.          00018100
                                                                        00018200
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00018300
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00018400
       77 WRK-IDX-TIT     PIC 9(04) VALUE ZEROES.                       00018500
       77 WRK-IDX-PRINC   PIC 9(04) VALUE ZEROES.                       00018600
       01 WRK-TAB-TIT.                                                  00018700
          05 WRK-TIT-LINHA OCCURS 5000 TIMES.                           00018800
             10 WRK-TTB-REGISTRO.                                       00018900
                15 WRK-TTB-CHAVE       PIC X(08).                       00019000
                15 WRK-TTB-PAPEL       PIC X(01).                       00019100
                15 WRK-TTB-DOCUMENTO   PIC 9(14).                       00019200
                15 WRK-TTB-NOME        PIC X(30).                       00019300
                15 WRK-TTB-REGRA       PIC X(01).                       00019400
                15 WRK-TTB-DATA-INCL   PIC 9(08).                       00019500
                15 FILLER              PIC X(18).                       00019600
             10 WRK-TTB-SITUACAO       PIC X(01).                       00019700
                88 WRK-TTB-ATIVO             VALUE 'A'.                 00019800
                88 WRK-TTB-EXCLUIDO          VALUE 'X'.                 00019900
                88 WRK-TTB-GRAVADO           VALUE 'G'.                 00020000
                                                                        00020100
       01 FILLER          PIC X(64) VALUE                               00020200
           '-----------CONTADORES E CONTROLES---------------'.          00020300
                                                                        00020400
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00020500
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00020600
       77 WRK-SW-FIM-TIT  PIC X(01) VALUE 'N'.                          00020700
           88 WRK-FIM-TITULARES     VALUE 'S'.                          00020800
       77 WRK-SW-FIM-TTR  PIC X(01) VALUE 'N'.                          00020900
           88 WRK-FIM-TRANSTIT      VALUE 'S'.                          00021000
       77 WRK-SW-ACEITA   PIC X(01) VALUE 'N'.                          00021100
           88 WRK-TRANS-ACEITA      VALUE 'S'.                          00021200
                                                                        00021300
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00021400
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00021500
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00021600
       77 WRK-QTD-EXCLUI  PIC 9(05) VALUE ZEROES.                       00021700
       77 WRK-QTD-REGRA   PIC 9(05) VALUE ZEROES.                       00021800
       77 WRK-QTD-SINCRON PIC 9(05) VALUE ZEROES.                       00021900
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00022000
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00022050
       77 WRK-QTD-ORFAOS  PIC 9(05) VALUE ZEROES.                       00022100
       77 WRK-QTD-CONJUNTA PIC 9(05) VALUE ZEROES.                      00022200
       77 WRK-QTD-INCONS  PIC 9(05) VALUE ZEROES.                       00022300
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00022400
                                                                        00022500
      *----CONFERENCIA DOS TITULARES DE UMA CONTA--------------------*  00022600
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00022700
       77 WRK-DOC-BUSCA   PIC 9(14) VALUE ZEROES.                       00022800
       77 WRK-REGRA-CONTA PIC X(01) VALUE SPACE.                        00022900
       77 WRK-QTD-PRINC   PIC 9(02) VALUE ZEROES.                       00023000
       77 WRK-QTD-SECUND  PIC 9(02) VALUE ZEROES.                       00023100
       77 WRK-SW-REGRADIF PIC X(01) VALUE 'N'.                          00023200
           88 WRK-REGRA-DIVERGE     VALUE 'S'.                          00023300
       77 WRK-MAX-SECUND  PIC 9(02) VALUE 08.                           00023400
                                                                        00023500
      *----CRITICA DE CPF/CNPJ (DIGITO VERIFICADOR)------------------*  00023600
      *----CPF CHEGA COM TRES ZEROS A ESQUERDA NOS 14 DIGITOS--------*  00023700
       77 WRK-SW-DOCVAL   PIC X(01) VALUE 'N'.                          00023800
           88 WRK-DOC-VALIDO        VALUE 'S'.                          00023900
       01 WRK-DOC-NUM     PIC 9(14) VALUE ZEROES.                       00024000
       01 WRK-DOC-DIGITOS REDEFINES WRK-DOC-NUM.                        00024100
          05 WRK-DIG OCCURS 14 TIMES PIC 9(01).                         00024200
       77 WRK-DV-SOMA     PIC 9(05) VALUE ZEROES.                       00024300
       77 WRK-DV-MOD      PIC 9(02) VALUE ZEROES.                       00024400
       77 WRK-DV-QUOC     PIC 9(04) VALUE ZEROES.                       00024500
       77 WRK-DV-CALC     PIC 9(02) VALUE ZEROES.                       00024600
       77 WRK-DV-IND      PIC 9(02) VALUE ZEROES.                       00024700
       01 WRK-PESOS-CNPJ1-C PIC X(12) VALUE '543298765432'.             00024800
       01 WRK-PESOS-CNPJ1 REDEFINES WRK-PESOS-CNPJ1-C.                  00024900
          05 WRK-PESO1 OCCURS 12 TIMES PIC 9(01).                       00025000
       01 WRK-PESOS-CNPJ2-C PIC X(13) VALUE '6543298765432'.            00025100
       01 WRK-PESOS-CNPJ2 REDEFINES WRK-PESOS-CNPJ2-C.                  00025200
          05 WRK-PESO2 OCCURS 13 TIMES PIC 9(01).                       00025300
                                                                        00025400
       01 FILLER          PIC X(64) VALUE                               00025500
           '-----------CONTROLE GRAVADO NO TITNOVO----------'.          00025600
                                                                        00025700
       01 WRK-TITNOVO-CAB.                                              00025800
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00025900
          05 FILLER              PIC X(01) VALUE SPACE.                 00026000
          05 FILLER              PIC X(08) VALUE 'FR19EX51'.            00026100
          05 FILLER              PIC X(01) VALUE SPACE.                 00026200
          05 WRK-CABN-DATA       PIC 9(08).                             00026300
          05 FILLER              PIC X(53) VALUE SPACES.                00026400
                                                                        00026500
       01 WRK-TITNOVO-TRL.                                              00026600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00026700
          05 FILLER              PIC X(01) VALUE SPACE.                 00026800
          05 WRK-TRLN-QTD        PIC 9(05).                             00026900
          05 FILLER              PIC X(65) VALUE SPACES.                00027000
                                                                        00027100
       01 FILLER          PIC X(64) VALUE                               00027200
           '-----------LINHAS DO RELATORIO------------------'.          00027300
                                                                        00027400
       01 WRK-LINHA-TITULO.                                             00027500
          05 FILLER              PIC X(46) VALUE                        00027600
             'MANUTENCAO DE TITULARES DE CONTA (AUDITORIA)  '.          00027700
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00027800
          05 WRK-TIT-DATA        PIC 9(08).                             00027900
          05 FILLER              PIC X(18) VALUE SPACES.                00028000
                                                                        00028100
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00028200
                                                                        00028300
       01 WRK-LINHA-AUDIT.                                              00028400
          05 WRK-AUD-OPERACAO    PIC X(08).                             00028500
          05 FILLER              PIC X(02) VALUE SPACES.                00028600
          05 WRK-AUD-AGENCIA     PIC X(04).                             00028700
          05 FILLER              PIC X(01) VALUE '/'.                   00028800
          05 WRK-AUD-CONTA       PIC X(04).                             00028900
          05 FILLER              PIC X(02) VALUE SPACES.                00029000
          05 WRK-AUD-DOCUMENTO   PIC X(14).                             00029100
          05 FILLER              PIC X(02) VALUE SPACES.                00029200
          05 WRK-AUD-RESULTADO   PIC X(30).                             00029300
          05 FILLER              PIC X(13) VALUE SPACES.                00029400
                                                                        00029406
       01 WRK-OPERCARD.                                                 00029413
          05 FILLER              PIC X(10).                             00029420
          05 WRK-OPERADOR-AC     PIC X(08).                             00029426
                                                                        00029433
       01 WRK-LINHA-NEGADO.                                             00029440
          05 FILLER              PIC X(10) VALUE SPACES.                00029446
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00029453
          05 WRK-NEG-OPERADOR    PIC X(08).                             00029460
          05 FILLER              PIC X(03) VALUE ' - '.                 00029466
          05 WRK-NEG-NOME        PIC X(30).                             00029473
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00029480
          05 WRK-NEG-PERFIL      PIC X(08).                             00029486
          05 FILLER              PIC X(03) VALUE SPACES.                00029493
                                                                        00029500
       01 WRK-LINHA-SUBTITULO.                                          00029600
          05 WRK-SUB-TEXTO       PIC X(80).                             00029700
                                                                        00029800
       01 WRK-LINHA-CONFERE.                                            00029900
          05 FILLER              PIC X(10) VALUE SPACES.                00030000
          05 WRK-CNF-AGENCIA     PIC X(04).                             00030100
          05 FILLER              PIC X(01) VALUE '/'.                   00030200
          05 WRK-CNF-CONTA       PIC X(04).                             00030300
          05 FILLER              PIC X(02) VALUE SPACES.                00030400
          05 WRK-CNF-DOCUMENTO   PIC 9(14).                             00030500
          05 FILLER              PIC X(02) VALUE SPACES.                00030600
          05 WRK-CNF-MOTIVO      PIC X(30).                             00030700
          05 FILLER              PIC X(13) VALUE SPACES.                00030800
                                                                        00030900
      *=============================================================*   00031000
       PROCEDURE DIVISION.                                              00031100
      *=============================================================*   00031200
                                                                        00031300
      *-------------------------------------------------------------*   00031400
       0000-PRINCIPAL                           SECTION.                00031500
      *-------------------------------------------------------------*   00031600
                                                                        00031700
            PERFORM  1000-INICIAR.                                      00031800
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00031900
            PERFORM  1200-CARREGAR-TITULARES UNTIL WRK-FIM-TITULARES.   00032000
            PERFORM  1300-LER-TRANSTIT UNTIL WRK-FIM-TRANSTIT.          00032100
                                                                        00032200
            WRITE FD-RELTIT FROM WRK-LINHA-TRACO.                       00032300
            MOVE 'CONFERENCIA DAS CONTAS CONJUNTAS' TO WRK-SUB-TEXTO.   00032400
            WRITE FD-RELTIT FROM WRK-LINHA-SUBTITULO.                   00032500
            WRITE FD-TITNOVO FROM WRK-TITNOVO-CAB.                      00032600
            MOVE 1 TO WRK-SUB-CONTAS.                                   00032700
            PERFORM  2500-GRAVAR-CONTA                                  00032800
                     UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS.       00032900
            MOVE 1 TO WRK-SUB-TIT.                                      00033000
            PERFORM  2800-REMOVER-ORFAO                                 00033100
                     UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.             00033200
                                                                        00033300
            PERFORM  3000-FINALIZAR.                                    00033400
                                                                        00033500
            STOP RUN.                                                   00033600
                                                                        00033700
      *-------------------------------------------------------------*   00033800
       1000-INICIAR                             SECTION.                00033900
      *-------------------------------------------------------------*   00034000
             OPEN INPUT  CLIENTES TITULARES TRANSTIT                    00034100
                  OUTPUT TITNOVO RELTIT.                                00034200
                                                                        00034300
               PERFORM 4000-TESTARSTATUS.                               00034400
                                                                        00034500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00034600
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA                       00034700
                                     WRK-CABN-DATA.                     00034800
                                                                        00034900
               WRITE FD-RELTIT FROM WRK-LINHA-TRACO.                    00035000
               WRITE FD-RELTIT FROM WRK-LINHA-TITULO.                   00035100
               WRITE FD-RELTIT FROM WRK-LINHA-TRACO.                    00035200
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00035250
                                                                        00035300
               MOVE 'FR19EX51' TO WRK-EST-PROGRAMA.                     00035400
               MOVE 'I' TO WRK-EST-EVENTO.                              00035500
               MOVE ZEROES TO WRK-EST-LIDOS                             00035600
                              WRK-EST-GRAVADOS                          00035700
                              WRK-EST-REJEITADOS.                       00035800
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00035900
                                                                        00036000
       1000-99-FIM.              EXIT.                                  00036100
      *-------------------------------------------------------------*   00036200
       1100-CARREGAR-CLIENTES                   SECTION.                00036300
      *-------------------------------------------------------------*   00036400
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00036500
             READ CLIENTES                                              00036600
               AT END                                                   00036700
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00036800
             END-READ.                                                  00036900
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00037000
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00037100
                GO TO 1100-99-FIM.                                      00037200
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00037300
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00037400
                GO TO 1100-99-FIM.                                      00037500
                                                                        00037600
             IF WRK-QTD-CONTAS NOT LESS 2000                            00037700
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00037800
                MOVE '1100' TO WRK-SECAO                                00037900
                PERFORM 9100-ERRO-CONTROLE                              00038000
             END-IF.                                                    00038100
             ADD 1 TO WRK-QTD-CONTAS.                                   00038200
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00038300
             MOVE FD-NOME      TO WRK-CTA-NOME (WRK-QTD-CONTAS).        00038400
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00038500
       1100-99-FIM.              EXIT.                                  00038600
      *-------------------------------------------------------------*   00038700
       1200-CARREGAR-TITULARES                  SECTION.                00038800
      *-------------------------------------------------------------*   00038900
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00039000
             READ TITULARES                                             00039100
               AT END                                                   00039200
                 MOVE 'S' TO WRK-SW-FIM-TIT                             00039300
             END-READ.                                                  00039400
             PERFORM 4200-TESTARSTATUS-TITULARES.                       00039500
             IF WRK-FS-TITULARES NOT EQUAL 00                           00039600
                GO TO 1200-99-FIM.                                      00039700
             IF FD-TITULARES (1:9) EQUAL 'CABECALHO'                    00039800
                OR FD-TITULARES (1:6) EQUAL 'RODAPE'                    00039900
                GO TO 1200-99-FIM.                                      00040000
                                                                        00040100
             PERFORM 2900-NOVA-ENTRADA.                                 00040200
             MOVE FD-TITULARES TO WRK-TTB-REGISTRO (WRK-QTD-TIT).       00040300
       1200-99-FIM.              EXIT.                                  00040400
      *-------------------------------------------------------------*   00040500
       1300-LER-TRANSTIT                        SECTION.                00040600
      *-------------------------------------------------------------*   00040700
             READ TRANSTIT                                              00040800
               AT END                                                   00040900
                 MOVE 'S' TO WRK-SW-FIM-TTR                             00041000
             END-READ.                                                  00041100
             PERFORM 4300-TESTARSTATUS-TRANSTIT.                        00041200
             IF WRK-FS-TRANSTIT EQUAL 00                                00041300
                ADD 1 TO WRK-REGTRANS                                   00041400
                PERFORM 2000-APLICAR-TRANSACAO                          00041500
             END-IF.                                                    00041600
       1300-99-FIM.              EXIT.                                  00041700
      *-------------------------------------------------------------*   00041800
       2000-APLICAR-TRANSACAO                   SECTION.                00041900
      *-------------------------------------------------------------*   00042000
      *   CRITICAS COMUNS A TODA OPERACAO; A RECUSA VAI DIRETO PARA *   00042100
      *   A AUDITORIA. A ACEITA SEGUE PARA A SECAO DA OPERACAO.     *   00042200
      *-------------------------------------------------------------*   00042300
            MOVE 'N' TO WRK-SW-ACEITA.                                  00042400
            MOVE FD-TTR-CHAVE TO WRK-CHAVE-BUSCA.                       00042500
            PERFORM 2300-LOCALIZAR-CONTA.                               00042600
            PERFORM 2050-VERIFICAR-AUTORIZACAO.                         00042650
                                                                        00042700
            EVALUATE TRUE                                               00042800
              WHEN WRK-AUT-NEGADO                                       00042814
                MOVE 'OPERADOR SEM PERMIS - RECUSADA'                   00042828
                     TO WRK-AUD-RESULTADO                               00042842
              WHEN NOT WRK-AUT-AUTORIZADO                               00042857
                MOVE 'OPERADOR INVALIDO - RECUSADA  '                   00042871
                     TO WRK-AUD-RESULTADO                               00042885
              WHEN FD-TTR-OPERACAO NOT EQUAL 'INCLUI  '                 00042900
                   AND FD-TTR-OPERACAO NOT EQUAL 'EXCLUI  '             00043000
                   AND FD-TTR-OPERACAO NOT EQUAL 'ALTREGRA'             00043100
                   AND FD-TTR-OPERACAO NOT EQUAL 'SINCRON '             00043200
                MOVE 'OPERACAO INVALIDA             '                   00043300
                     TO WRK-AUD-RESULTADO                               00043400
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00043500
                MOVE 'CONTA INEXISTENTE NO CLIENTES '                   00043600
                     TO WRK-AUD-RESULTADO                               00043700
              WHEN FD-TTR-OPERACAO EQUAL 'INCLUI  '                     00043800
                PERFORM 2100-INCLUIR-COTITULAR                          00043900
              WHEN FD-TTR-OPERACAO EQUAL 'EXCLUI  '                     00044000
                PERFORM 2200-EXCLUIR-COTITULAR                          00044100
              WHEN FD-TTR-OPERACAO EQUAL 'ALTREGRA'                     00044200
                PERFORM 2400-ALTERAR-REGRA                              00044300
              WHEN OTHER                                                00044400
                PERFORM 2450-SINCRONIZAR                                00044500
            END-EVALUATE.                                               00044600
                                                                        00044700
            IF NOT WRK-TRANS-ACEITA                                     00044800
               ADD 1 TO WRK-QTD-RECUSA                                  00044900
            END-IF.                                                     00045000
            PERFORM 2950-LISTAR-AUDITORIA.                              00045100
            IF NOT WRK-AUT-AUTORIZADO                                   00045112
               ADD 1 TO WRK-QTD-NEGADA                                  00045125
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00045137
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00045150
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00045162
               WRITE FD-RELTIT FROM WRK-LINHA-NEGADO                    00045175
            END-IF.                                                     00045187
       2000-99-FIM.              EXIT.                                  00045200
      *-------------------------------------------------------------*   00045207
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00045214
      *-------------------------------------------------------------*   00045221
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00045228
      *   DA TRANSACAO NO FR19EX51 (MODULO AUTORIZA). O RESULTADO   *   00045235
      *   E A PRIMEIRA CRITICA DO 2000-APLICAR-TRANSACAO.           *   00045242
      *-------------------------------------------------------------*   00045250
            MOVE 'FR19EX51'      TO WRK-AUT-PROGRAMA.                   00045257
            MOVE FD-TTR-OPERACAO TO WRK-AUT-OPERACAO.                   00045264
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00045271
            MOVE FD-TTR-CHAVE    TO WRK-AUT-CHAVE.                      00045278
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00045285
       2050-99-FIM.              EXIT.                                  00045292
      *-------------------------------------------------------------*   00045300
       2100-INCLUIR-COTITULAR                   SECTION.                00045400
      *-------------------------------------------------------------*   00045500
            PERFORM 2700-VALIDAR-DOCUMENTO.                             00045600
            IF NOT WRK-DOC-VALIDO                                       00045700
               MOVE 'DOCUMENTO INVALIDO - RECUSADA '                    00045800
                    TO WRK-AUD-RESULTADO                                00045900
               GO TO 2100-99-FIM.                                       00046000
            IF FD-TTR-NOME EQUAL SPACES                                 00046100
               MOVE 'NOME NAO INFORMADO - RECUSADA '                    00046200
                    TO WRK-AUD-RESULTADO                                00046300
               GO TO 2100-99-FIM.                                       00046400
            IF FD-TTR-REGRA NOT EQUAL 'Q' AND NOT EQUAL 'T'             00046500
               MOVE 'REGRA DE ASSINATURA INVALIDA  '                    00046600
                    TO WRK-AUD-RESULTADO                                00046700
               GO TO 2100-99-FIM.                                       00046800
            IF WRK-DOC-NUM EQUAL WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)      00046900
               MOVE 'JA E O TITULAR PRINCIPAL      '                    00047000
                    TO WRK-AUD-RESULTADO                                00047100
               GO TO 2100-99-FIM.                                       00047200
                                                                        00047300
            MOVE WRK-DOC-NUM TO WRK-DOC-BUSCA.                          00047400
            PERFORM 2600-CONTAR-TITULARES.                              00047500
            IF WRK-IDX-TIT GREATER ZEROES                               00047600
               MOVE 'JA E TITULAR DA CONTA         '                    00047700
                    TO WRK-AUD-RESULTADO                                00047800
               GO TO 2100-99-FIM.                                       00047900
            IF WRK-QTD-SECUND NOT LESS WRK-MAX-SECUND                   00048000
               MOVE 'LIMITE DE COTITULARES ATINGIDO'                    00048100
                    TO WRK-AUD-RESULTADO                                00048200
               GO TO 2100-99-FIM.                                       00048300
                                                                        00048400
      *-------PRIMEIRA INCLUSAO: O PRINCIPAL VEM DO CLIENTES----------* 00048500
            IF WRK-QTD-PRINC EQUAL ZEROES                               00048600
               PERFORM 2900-NOVA-ENTRADA                                00048700
               MOVE SPACES TO WRK-TTB-REGISTRO (WRK-QTD-TIT)            00048800
               MOVE FD-TTR-CHAVE TO WRK-TTB-CHAVE (WRK-QTD-TIT)         00048900
               MOVE 'P'          TO WRK-TTB-PAPEL (WRK-QTD-TIT)         00049000
               MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                   00049100
                    TO WRK-TTB-DOCUMENTO (WRK-QTD-TIT)                  00049200
               MOVE WRK-CTA-NOME (WRK-IDX-CONTA)                        00049300
                    TO WRK-TTB-NOME (WRK-QTD-TIT)                       00049400
               MOVE WRK-DATA-HOJE TO WRK-TTB-DATA-INCL (WRK-QTD-TIT)    00049500
            END-IF.                                                     00049600
                                                                        00049700
            PERFORM 2900-NOVA-ENTRADA.                                  00049800
            MOVE SPACES       TO WRK-TTB-REGISTRO (WRK-QTD-TIT).        00049900
            MOVE FD-TTR-CHAVE TO WRK-TTB-CHAVE (WRK-QTD-TIT).           00050000
            MOVE 'S'          TO WRK-TTB-PAPEL (WRK-QTD-TIT).           00050100
            MOVE WRK-DOC-NUM  TO WRK-TTB-DOCUMENTO (WRK-QTD-TIT).       00050200
            MOVE FD-TTR-NOME  TO WRK-TTB-NOME (WRK-QTD-TIT).            00050300
            MOVE WRK-DATA-HOJE TO WRK-TTB-DATA-INCL (WRK-QTD-TIT).      00050400
                                                                        00050500
            MOVE FD-TTR-REGRA TO WRK-REGRA-CONTA.                       00050600
            PERFORM 2650-APLICAR-REGRA.                                 00050700
            MOVE 'COTITULAR INCLUIDO            ' TO WRK-AUD-RESULTADO. 00050800
            MOVE 'S' TO WRK-SW-ACEITA.                                  00050900
            ADD 1 TO WRK-QTD-INCLUI.                                    00051000
       2100-99-FIM.              EXIT.                                  00051100
      *-------------------------------------------------------------*   00051200
       2200-EXCLUIR-COTITULAR                   SECTION.                00051300
      *-------------------------------------------------------------*   00051400
            IF FD-TTR-DOCUMENTO NOT NUMERIC                             00051500
               MOVE 'NAO E COTITULAR DA CONTA      '                    00051600
                    TO WRK-AUD-RESULTADO                                00051700
               GO TO 2200-99-FIM.                                       00051800
            MOVE FD-TTR-DOCUMENTO TO WRK-DOC-BUSCA.                     00051900
            PERFORM 2600-CONTAR-TITULARES.                              00052000
            IF WRK-IDX-TIT EQUAL ZEROES                                 00052100
               MOVE 'NAO E COTITULAR DA CONTA      '                    00052200
                    TO WRK-AUD-RESULTADO                                00052300
               GO TO 2200-99-FIM.                                       00052400
            IF WRK-TTB-PAPEL (WRK-IDX-TIT) NOT EQUAL 'S'                00052500
               MOVE 'PRINCIPAL NAO SE EXCLUI AQUI  '                    00052600
                    TO WRK-AUD-RESULTADO                                00052700
               GO TO 2200-99-FIM.                                       00052800
                                                                        00052900
            MOVE 'X' TO WRK-TTB-SITUACAO (WRK-IDX-TIT).                 00053000
      *-------ULTIMO COTITULAR: A CONTA VOLTA A SER INDIVIDUAL--------* 00053100
            IF WRK-QTD-SECUND EQUAL 1                                   00053200
               MOVE 1 TO WRK-SUB-TIT                                    00053300
               PERFORM 2210-EXCLUIR-PRINCIPAL                           00053400
                       UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT            00053500
            END-IF.                                                     00053600
            MOVE 'COTITULAR EXCLUIDO            ' TO WRK-AUD-RESULTADO. 00053700
            MOVE 'S' TO WRK-SW-ACEITA.                                  00053800
            ADD 1 TO WRK-QTD-EXCLUI.                                    00053900
       2200-99-FIM.              EXIT.                                  00054000
      *-------------------------------------------------------------*   00054100
       2210-EXCLUIR-PRINCIPAL                   SECTION.                00054200
      *-------------------------------------------------------------*   00054300
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00054400
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00054500
               MOVE 'X' TO WRK-TTB-SITUACAO (WRK-SUB-TIT)               00054600
            END-IF.                                                     00054700
            ADD 1 TO WRK-SUB-TIT.                                       00054800
       2210-99-FIM.              EXIT.                                  00054900
      *-------------------------------------------------------------*   00055000
       2300-LOCALIZAR-CONTA                     SECTION.                00055100
      *-------------------------------------------------------------*   00055200
            MOVE ZEROES TO WRK-IDX-CONTA.                               00055300
            MOVE 1 TO WRK-SUB-CONTAS.                                   00055400
            PERFORM 2310-COMPARAR-CONTA                                 00055500
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00055600
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00055700
       2300-99-FIM.              EXIT.                                  00055800
      *-------------------------------------------------------------*   00055900
       2310-COMPARAR-CONTA                      SECTION.                00056000
      *-------------------------------------------------------------*   00056100
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL WRK-CHAVE-BUSCA     00056200
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00056300
            END-IF.                                                     00056400
            ADD 1 TO WRK-SUB-CONTAS.                                    00056500
       2310-99-FIM.              EXIT.                                  00056600
      *-------------------------------------------------------------*   00056700
       2400-ALTERAR-REGRA                       SECTION.                00056800
      *-------------------------------------------------------------*   00056900
            IF FD-TTR-REGRA NOT EQUAL 'Q' AND NOT EQUAL 'T'             00057000
               MOVE 'REGRA DE ASSINATURA INVALIDA  '                    00057100
                    TO WRK-AUD-RESULTADO                                00057200
               GO TO 2400-99-FIM.                                       00057300
            MOVE ZEROES TO WRK-DOC-BUSCA.                               00057400
            PERFORM 2600-CONTAR-TITULARES.                              00057500
            IF WRK-QTD-SECUND EQUAL ZEROES                              00057600
               MOVE 'CONTA NAO E CONJUNTA          '                    00057700
                    TO WRK-AUD-RESULTADO                                00057800
               GO TO 2400-99-FIM.                                       00057900
                                                                        00058000
            MOVE FD-TTR-REGRA TO WRK-REGRA-CONTA.                       00058100
            PERFORM 2650-APLICAR-REGRA.                                 00058200
            MOVE 'REGRA DE ASSINATURA ALTERADA  ' TO WRK-AUD-RESULTADO. 00058300
            MOVE 'S' TO WRK-SW-ACEITA.                                  00058400
            ADD 1 TO WRK-QTD-REGRA.                                     00058500
       2400-99-FIM.              EXIT.                                  00058600
      *-------------------------------------------------------------*   00058700
       2450-SINCRONIZAR                         SECTION.                00058800
      *-------------------------------------------------------------*   00058900
      *   O PRINCIPAL PASSA A SER EXATAMENTE O DO CLIENTES: OS      *   00059000
      *   REGISTROS P EXISTENTES SAEM E UM NOVO E CRIADO; COTITULAR *   00059100
      *   COM O MESMO DOCUMENTO DO PRINCIPAL TAMBEM SAI.            *   00059200
      *-------------------------------------------------------------*   00059300
            MOVE ZEROES TO WRK-DOC-BUSCA.                               00059400
            PERFORM 2600-CONTAR-TITULARES.                              00059500
            IF WRK-QTD-SECUND EQUAL ZEROES                              00059600
               MOVE 'CONTA NAO E CONJUNTA          '                    00059700
                    TO WRK-AUD-RESULTADO                                00059800
               GO TO 2450-99-FIM.                                       00059900
            IF FD-TTR-REGRA EQUAL 'Q' OR FD-TTR-REGRA EQUAL 'T'         00060000
               MOVE FD-TTR-REGRA TO WRK-REGRA-CONTA                     00060100
            ELSE                                                        00060200
               IF WRK-IDX-PRINC GREATER ZEROES                          00060300
                  MOVE WRK-TTB-REGRA (WRK-IDX-PRINC) TO WRK-REGRA-CONTA 00060400
               ELSE                                                     00060500
                  MOVE 'Q' TO WRK-REGRA-CONTA                           00060600
               END-IF                                                   00060700
            END-IF.                                                     00060800
                                                                        00060900
            MOVE 1 TO WRK-SUB-TIT.                                      00061000
            PERFORM 2460-LIMPAR-PRINCIPAL                               00061100
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00061200
                                                                        00061300
            PERFORM 2900-NOVA-ENTRADA.                                  00061400
            MOVE SPACES       TO WRK-TTB-REGISTRO (WRK-QTD-TIT).        00061500
            MOVE FD-TTR-CHAVE TO WRK-TTB-CHAVE (WRK-QTD-TIT).           00061600
            MOVE 'P'          TO WRK-TTB-PAPEL (WRK-QTD-TIT).           00061700
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                      00061800
                 TO WRK-TTB-DOCUMENTO (WRK-QTD-TIT).                    00061900
            MOVE WRK-CTA-NOME (WRK-IDX-CONTA)                           00062000
                 TO WRK-TTB-NOME (WRK-QTD-TIT).                         00062100
            MOVE WRK-DATA-HOJE TO WRK-TTB-DATA-INCL (WRK-QTD-TIT).      00062200
            PERFORM 2650-APLICAR-REGRA.                                 00062300
                                                                        00062400
            MOVE 'TITULARES SINCRONIZADOS       ' TO WRK-AUD-RESULTADO. 00062500
            MOVE 'S' TO WRK-SW-ACEITA.                                  00062600
            ADD 1 TO WRK-QTD-SINCRON.                                   00062700
       2450-99-FIM.              EXIT.                                  00062800
      *-------------------------------------------------------------*   00062900
       2460-LIMPAR-PRINCIPAL                    SECTION.                00063000
      *-------------------------------------------------------------*   00063100
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00063200
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00063300
               IF WRK-TTB-PAPEL (WRK-SUB-TIT) NOT EQUAL 'S'             00063400
                  OR WRK-TTB-DOCUMENTO (WRK-SUB-TIT) EQUAL              00063500
                     WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                  00063600
                  MOVE 'X' TO WRK-TTB-SITUACAO (WRK-SUB-TIT)            00063700
               END-IF                                                   00063800
            END-IF.                                                     00063900
            ADD 1 TO WRK-SUB-TIT.                                       00064000
       2460-99-FIM.              EXIT.                                  00064100
      *-------------------------------------------------------------*   00064200
       2500-GRAVAR-CONTA                        SECTION.                00064300
      *-------------------------------------------------------------*   00064400
      *   GRAVA OS TITULARES DA CONTA (PRINCIPAL PRIMEIRO) NA ORDEM *   00064500
      *   DO CLIENTES E CONFERE A CONTA CONJUNTA.                   *   00064600
      *-------------------------------------------------------------*   00064700
            MOVE WRK-CTA-CHAVE (WRK-SUB-CONTAS) TO WRK-CHAVE-BUSCA.     00064800
            MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA.                       00064900
            MOVE ZEROES TO WRK-DOC-BUSCA.                               00065000
            PERFORM 2600-CONTAR-TITULARES.                              00065100
                                                                        00065200
            IF WRK-QTD-PRINC GREATER ZEROES                             00065300
               OR WRK-QTD-SECUND GREATER ZEROES                         00065400
               MOVE 1 TO WRK-SUB-TIT                                    00065500
               PERFORM 2510-GRAVAR-PRINCIPAL                            00065600
                       UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT            00065700
               MOVE 1 TO WRK-SUB-TIT                                    00065800
               PERFORM 2520-GRAVAR-SECUNDARIO                           00065900
                       UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT            00066000
               PERFORM 2550-CONFERIR-CONTA                              00066100
            END-IF.                                                     00066200
            ADD 1 TO WRK-SUB-CONTAS.                                    00066300
       2500-99-FIM.              EXIT.                                  00066400
      *-------------------------------------------------------------*   00066500
       2510-GRAVAR-PRINCIPAL                    SECTION.                00066600
      *-------------------------------------------------------------*   00066700
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00066800
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00066900
               AND WRK-TTB-PAPEL (WRK-SUB-TIT) NOT EQUAL 'S'            00067000
               WRITE FD-TITNOVO FROM WRK-TTB-REGISTRO (WRK-SUB-TIT)     00067100
               ADD 1 TO WRK-REGNOVO                                     00067200
               MOVE 'G' TO WRK-TTB-SITUACAO (WRK-SUB-TIT)               00067300
            END-IF.                                                     00067400
            ADD 1 TO WRK-SUB-TIT.                                       00067500
       2510-99-FIM.              EXIT.                                  00067600
      *-------------------------------------------------------------*   00067700
       2520-GRAVAR-SECUNDARIO                   SECTION.                00067800
      *-------------------------------------------------------------*   00067900
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00068000
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00068100
               WRITE FD-TITNOVO FROM WRK-TTB-REGISTRO (WRK-SUB-TIT)     00068200
               ADD 1 TO WRK-REGNOVO                                     00068300
               MOVE 'G' TO WRK-TTB-SITUACAO (WRK-SUB-TIT)               00068400
            END-IF.                                                     00068500
            ADD 1 TO WRK-SUB-TIT.                                       00068600
       2520-99-FIM.              EXIT.                                  00068700
      *-------------------------------------------------------------*   00068800
       2550-CONFERIR-CONTA                      SECTION.                00068900
      *-------------------------------------------------------------*   00069000
      *   MESMAS REGRAS QUE O ENCERRA DO FR19EX11 APLICA.           *   00069100
      *-------------------------------------------------------------*   00069200
            ADD 1 TO WRK-QTD-CONJUNTA.                                  00069300
            MOVE SPACES TO WRK-CNF-MOTIVO.                              00069400
            EVALUATE TRUE                                               00069500
              WHEN WRK-QTD-PRINC EQUAL ZEROES                           00069600
                MOVE 'SEM TITULAR PRINCIPAL         ' TO WRK-CNF-MOTIVO 00069700
              WHEN WRK-QTD-PRINC GREATER 1                              00069800
                MOVE 'MAIS DE UM TITULAR PRINCIPAL  ' TO WRK-CNF-MOTIVO 00069900
              WHEN WRK-TTB-DOCUMENTO (WRK-IDX-PRINC) NOT EQUAL          00070000
                   WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                    00070100
                MOVE 'PRINCIPAL DIVERGE DO CLIENTES ' TO WRK-CNF-MOTIVO 00070200
              WHEN WRK-TTB-NOME (WRK-IDX-PRINC) NOT EQUAL               00070300
                   WRK-CTA-NOME (WRK-IDX-CONTA)                         00070400
                MOVE 'NOME DIVERGE DO CLIENTES      ' TO WRK-CNF-MOTIVO 00070500
              WHEN WRK-REGRA-DIVERGE                                    00070600
                MOVE 'REGRA DE ASSINATURA DIVERGE   ' TO WRK-CNF-MOTIVO 00070700
              WHEN WRK-QTD-SECUND EQUAL ZEROES                          00070800
                MOVE 'PRINCIPAL SEM COTITULAR       ' TO WRK-CNF-MOTIVO 00070900
              WHEN OTHER                                                00071000
                CONTINUE                                                00071100
            END-EVALUATE.                                               00071200
            IF WRK-CNF-MOTIVO NOT EQUAL SPACES                          00071300
               MOVE WRK-CHAVE-BUSCA (1:4) TO WRK-CNF-AGENCIA            00071400
               MOVE WRK-CHAVE-BUSCA (5:4) TO WRK-CNF-CONTA              00071500
               MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                   00071600
                    TO WRK-CNF-DOCUMENTO                                00071700
               WRITE FD-RELTIT FROM WRK-LINHA-CONFERE                   00071800
               ADD 1 TO WRK-QTD-INCONS                                  00071900
            END-IF.                                                     00072000
       2550-99-FIM.              EXIT.                                  00072100
      *-------------------------------------------------------------*   00072200
       2600-CONTAR-TITULARES                    SECTION.                00072300
      *-------------------------------------------------------------*   00072400
      *   PERCORRE OS TITULARES ATIVOS DA CONTA EM WRK-CHAVE-BUSCA: *   00072500
      *   CONTA PRINCIPAIS E SECUNDARIOS, GUARDA O PRINCIPAL, VE SE *   00072600
      *   A REGRA DIVERGE E LOCALIZA O DOCUMENTO EM WRK-DOC-BUSCA.  *   00072700
      *-------------------------------------------------------------*   00072800
            MOVE ZEROES TO WRK-QTD-PRINC WRK-QTD-SECUND                 00072900
                           WRK-IDX-PRINC WRK-IDX-TIT.                   00073000
            MOVE SPACE  TO WRK-REGRA-CONTA.                             00073100
            MOVE 'N'    TO WRK-SW-REGRADIF.                             00073200
            MOVE 1 TO WRK-SUB-TIT.                                      00073300
            PERFORM 2610-EXAMINAR-TITULAR                               00073400
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00073500
       2600-99-FIM.              EXIT.                                  00073600
      *-------------------------------------------------------------*   00073700
       2610-EXAMINAR-TITULAR                    SECTION.                00073800
      *-------------------------------------------------------------*   00073900
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00074000
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00074100
               IF WRK-TTB-PAPEL (WRK-SUB-TIT) EQUAL 'S'                 00074200
                  ADD 1 TO WRK-QTD-SECUND                               00074300
               ELSE                                                     00074400
                  ADD 1 TO WRK-QTD-PRINC                                00074500
                  MOVE WRK-SUB-TIT TO WRK-IDX-PRINC                     00074600
               END-IF                                                   00074700
               IF WRK-REGRA-CONTA EQUAL SPACE                           00074800
                  MOVE WRK-TTB-REGRA (WRK-SUB-TIT) TO WRK-REGRA-CONTA   00074900
               ELSE                                                     00075000
                  IF WRK-TTB-REGRA (WRK-SUB-TIT) NOT EQUAL              00075100
                     WRK-REGRA-CONTA                                    00075200
                     MOVE 'S' TO WRK-SW-REGRADIF                        00075300
                  END-IF                                                00075400
               END-IF                                                   00075500
               IF WRK-DOC-BUSCA NOT EQUAL ZEROES                        00075600
                  AND WRK-TTB-DOCUMENTO (WRK-SUB-TIT) EQUAL             00075700
                      WRK-DOC-BUSCA                                     00075800
                  MOVE WRK-SUB-TIT TO WRK-IDX-TIT                       00075900
               END-IF                                                   00076000
            END-IF.                                                     00076100
            ADD 1 TO WRK-SUB-TIT.                                       00076200
       2610-99-FIM.              EXIT.                                  00076300
      *-------------------------------------------------------------*   00076400
       2650-APLICAR-REGRA                       SECTION.                00076500
      *-------------------------------------------------------------*   00076600
            MOVE 1 TO WRK-SUB-TIT.                                      00076700
            PERFORM 2660-TROCAR-REGRA                                   00076800
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00076900
       2650-99-FIM.              EXIT.                                  00077000
      *-------------------------------------------------------------*   00077100
       2660-TROCAR-REGRA                        SECTION.                00077200
      *-------------------------------------------------------------*   00077300
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00077400
               AND WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL WRK-CHAVE-BUSCA    00077500
               MOVE WRK-REGRA-CONTA TO WRK-TTB-REGRA (WRK-SUB-TIT)      00077600
            END-IF.                                                     00077700
            ADD 1 TO WRK-SUB-TIT.                                       00077800
       2660-99-FIM.              EXIT.                                  00077900
      *-------------------------------------------------------------*   00078000
       2700-VALIDAR-DOCUMENTO                   SECTION.                00078100
      *-------------------------------------------------------------*   00078200
      *   CRITICA DO CPF/CNPJ DO CARTAO: 14 DIGITOS NUMERICOS,     *    00078300
      *   NAO ZERADOS, COM OS DOIS DIGITOS VERIFICADORES           *    00078400
      *   CONFERIDOS - CPF (TRES ZEROS A ESQUERDA) PELO MODULO 11  *    00078500
      *   DE PESOS 10..2 E 11..2; CNPJ PELOS PESOS OFICIAIS. MESMA *    00078600
      *   CRITICA DA ABERTURA DE CONTA NO FR19EX11.                *    00078700
      *-------------------------------------------------------------*   00078800
            MOVE 'N' TO WRK-SW-DOCVAL.                                  00078900
            IF FD-TTR-DOCUMENTO NUMERIC                                 00079000
               MOVE FD-TTR-DOCUMENTO TO WRK-DOC-NUM                     00079100
               IF WRK-DOC-NUM NOT EQUAL ZEROES                          00079200
                  IF WRK-DOC-NUM (1:3) EQUAL '000'                      00079300
                     PERFORM 2710-VALIDAR-CPF                           00079400
                  ELSE                                                  00079500
                     PERFORM 2720-VALIDAR-CNPJ                          00079600
                  END-IF                                                00079700
               END-IF                                                   00079800
            END-IF.                                                     00079900
       2700-99-FIM.              EXIT.                                  00080000
      *-------------------------------------------------------------*   00080100
       2710-VALIDAR-CPF                         SECTION.                00080200
      *-------------------------------------------------------------*   00080300
            MOVE ZEROES TO WRK-DV-SOMA.                                 00080400
            MOVE 1 TO WRK-DV-IND.                                       00080500
            PERFORM 2712-SOMAR-CPF1                                     00080600
                    UNTIL WRK-DV-IND GREATER 9.                         00080700
            PERFORM 2750-CALCULAR-DV.                                   00080800
            IF WRK-DV-CALC EQUAL WRK-DIG (13)                           00080900
               MOVE ZEROES TO WRK-DV-SOMA                               00081000
               MOVE 1 TO WRK-DV-IND                                     00081100
               PERFORM 2714-SOMAR-CPF2                                  00081200
                       UNTIL WRK-DV-IND GREATER 10                      00081300
               PERFORM 2750-CALCULAR-DV                                 00081400
               IF WRK-DV-CALC EQUAL WRK-DIG (14)                        00081500
                  MOVE 'S' TO WRK-SW-DOCVAL                             00081600
               END-IF                                                   00081700
            END-IF.                                                     00081800
       2710-99-FIM.              EXIT.                                  00081900
      *-------------------------------------------------------------*   00082000
       2712-SOMAR-CPF1                          SECTION.                00082100
      *-------------------------------------------------------------*   00082200
            COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                           00082300
                  + WRK-DIG (WRK-DV-IND + 3)                            00082400
                  * (11 - WRK-DV-IND).                                  00082500
            ADD 1 TO WRK-DV-IND.                                        00082600
       2712-99-FIM.              EXIT.                                  00082700
      *-------------------------------------------------------------*   00082800
       2714-SOMAR-CPF2                          SECTION.                00082900
      *-------------------------------------------------------------*   00083000
            COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                           00083100
                  + WRK-DIG (WRK-DV-IND + 3)                            00083200
                  * (12 - WRK-DV-IND).                                  00083300
            ADD 1 TO WRK-DV-IND.                                        00083400
       2714-99-FIM.              EXIT.                                  00083500
      *-------------------------------------------------------------*   00083600
       2720-VALIDAR-CNPJ                        SECTION.                00083700
      *-------------------------------------------------------------*   00083800
            MOVE ZEROES TO WRK-DV-SOMA.                                 00083900
            MOVE 1 TO WRK-DV-IND.                                       00084000
            PERFORM 2722-SOMAR-CNPJ1                                    00084100
                    UNTIL WRK-DV-IND GREATER 12.                        00084200
            PERFORM 2750-CALCULAR-DV.                                   00084300
            IF WRK-DV-CALC EQUAL WRK-DIG (13)                           00084400
               MOVE ZEROES TO WRK-DV-SOMA                               00084500
               MOVE 1 TO WRK-DV-IND                                     00084600
               PERFORM 2724-SOMAR-CNPJ2                                 00084700
                       UNTIL WRK-DV-IND GREATER 13                      00084800
               PERFORM 2750-CALCULAR-DV                                 00084900
               IF WRK-DV-CALC EQUAL WRK-DIG (14)                        00085000
                  MOVE 'S' TO WRK-SW-DOCVAL                             00085100
               END-IF                                                   00085200
            END-IF.                                                     00085300
       2720-99-FIM.              EXIT.                                  00085400
      *-------------------------------------------------------------*   00085500
       2722-SOMAR-CNPJ1                         SECTION.                00085600
      *-------------------------------------------------------------*   00085700
            COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                           00085800
                  + WRK-DIG (WRK-DV-IND)                                00085900
                  * WRK-PESO1 (WRK-DV-IND).                             00086000
            ADD 1 TO WRK-DV-IND.                                        00086100
       2722-99-FIM.              EXIT.                                  00086200
      *-------------------------------------------------------------*   00086300
       2724-SOMAR-CNPJ2                         SECTION.                00086400
      *-------------------------------------------------------------*   00086500
            COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                           00086600
                  + WRK-DIG (WRK-DV-IND)                                00086700
                  * WRK-PESO2 (WRK-DV-IND).                             00086800
            ADD 1 TO WRK-DV-IND.                                        00086900
       2724-99-FIM.              EXIT.                                  00087000
      *-------------------------------------------------------------*   00087100
       2750-CALCULAR-DV                         SECTION.                00087200
      *-------------------------------------------------------------*   00087300
            DIVIDE WRK-DV-SOMA BY 11                                    00087400
                   GIVING WRK-DV-QUOC REMAINDER WRK-DV-MOD.             00087500
            IF WRK-DV-MOD LESS 2                                        00087600
               MOVE ZEROES TO WRK-DV-CALC                               00087700
            ELSE                                                        00087800
               COMPUTE WRK-DV-CALC = 11 - WRK-DV-MOD                    00087900
            END-IF.                                                     00088000
       2750-99-FIM.              EXIT.                                  00088100
      *-------------------------------------------------------------*   00088200
       2800-REMOVER-ORFAO                       SECTION.                00088300
      *-------------------------------------------------------------*   00088400
      *   TITULAR ATIVO QUE NAO FOI GRAVADO E DE CONTA QUE NAO ESTA *   00088500
      *   MAIS NO CLIENTES (ENCERRADA): SAI DO CADASTRO.            *   00088600
      *-------------------------------------------------------------*   00088700
            IF WRK-TTB-ATIVO (WRK-SUB-TIT)                              00088800
               MOVE 'REMOVIDO'  TO WRK-AUD-OPERACAO                     00088900
               MOVE WRK-TTB-CHAVE (WRK-SUB-TIT) (1:4)                   00089000
                    TO WRK-AUD-AGENCIA                                  00089100
               MOVE WRK-TTB-CHAVE (WRK-SUB-TIT) (5:4)                   00089200
                    TO WRK-AUD-CONTA                                    00089300
               MOVE WRK-TTB-DOCUMENTO (WRK-SUB-TIT)                     00089400
                    TO WRK-AUD-DOCUMENTO                                00089500
               MOVE 'CONTA FORA DO CLIENTES        '                    00089600
                    TO WRK-AUD-RESULTADO                                00089700
               WRITE FD-RELTIT FROM WRK-LINHA-AUDIT                     00089800
               ADD 1 TO WRK-QTD-ORFAOS                                  00089900
            END-IF.                                                     00090000
            ADD 1 TO WRK-SUB-TIT.                                       00090100
       2800-99-FIM.              EXIT.                                  00090200
      *-------------------------------------------------------------*   00090300
       2900-NOVA-ENTRADA                        SECTION.                00090400
      *-------------------------------------------------------------*   00090500
            IF WRK-QTD-TIT NOT LESS 5000                                00090600
               MOVE 'TABELA DE TITULARES ESGOTADA ' TO WRK-MSGERRO      00090700
               MOVE '2900' TO WRK-SECAO                                 00090800
               PERFORM 9100-ERRO-CONTROLE                               00090900
            END-IF.                                                     00091000
            ADD 1 TO WRK-QTD-TIT.                                       00091100
            MOVE 'A' TO WRK-TTB-SITUACAO (WRK-QTD-TIT).                 00091200
       2900-99-FIM.              EXIT.                                  00091300
      *-------------------------------------------------------------*   00091400
       2950-LISTAR-AUDITORIA                    SECTION.                00091500
      *-------------------------------------------------------------*   00091600
            MOVE FD-TTR-OPERACAO  TO WRK-AUD-OPERACAO.                  00091700
            MOVE FD-TTR-AGENCIA   TO WRK-AUD-AGENCIA.                   00091800
            MOVE FD-TTR-CONTA     TO WRK-AUD-CONTA.                     00091900
            MOVE FD-TTR-DOCUMENTO TO WRK-AUD-DOCUMENTO.                 00092000
            WRITE FD-RELTIT FROM WRK-LINHA-AUDIT.                       00092100
       2950-99-FIM.              EXIT.                                  00092200
      *-------------------------------------------------------------*   00092300
       3000-FINALIZAR                           SECTION.                00092400
      *-------------------------------------------------------------*   00092500
             MOVE WRK-REGNOVO TO WRK-TRLN-QTD.                          00092600
             WRITE FD-TITNOVO FROM WRK-TITNOVO-TRL.                     00092700
             WRITE FD-RELTIT FROM WRK-LINHA-TRACO.                      00092800
                                                                        00092900
             CLOSE CLIENTES TITULARES TRANSTIT TITNOVO RELTIT.          00093000
               PERFORM 4000-TESTARSTATUS.                               00093100
              DISPLAY ' ============================================'.  00093200
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX51          '.  00093300
              DISPLAY ' ============================================'.  00093400
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00093500
              DISPLAY ' COTITULARES INCLUIDOS......' WRK-QTD-INCLUI.    00093600
              DISPLAY ' COTITULARES EXCLUIDOS......' WRK-QTD-EXCLUI.    00093700
              DISPLAY ' REGRAS ALTERADAS...........' WRK-QTD-REGRA.     00093800
              DISPLAY ' CONTAS SINCRONIZADAS.......' WRK-QTD-SINCRON.   00093900
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00094000
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00094050
              DISPLAY ' TITULARES NO TITNOVO.......' WRK-REGNOVO.       00094100
              DISPLAY ' CONTAS CONJUNTAS...........' WRK-QTD-CONJUNTA.  00094200
              DISPLAY ' CONTAS INCONSISTENTES......' WRK-QTD-INCONS.    00094300
              DISPLAY ' REMOVIDOS (CONTA ENCERRADA)' WRK-QTD-ORFAOS.    00094400
              DISPLAY ' ============================================'.  00094500
                                                                        00094600
              MOVE 'F' TO WRK-EST-EVENTO.                               00094700
              MOVE WRK-REGTRANS   TO WRK-EST-LIDOS.                     00094800
              MOVE WRK-REGNOVO    TO WRK-EST-GRAVADOS.                  00094900
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00095000
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00095100
                                                                        00095200
       3000-99-FIM.              EXIT.                                  00095300
      *-------------------------------------------------------------*   00095400
       4000-TESTARSTATUS                            SECTION.            00095500
      *-------------------------------------------------------------*   00095600
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00095700
                 PERFORM 4200-TESTARSTATUS-TITULARES.                   00095800
                 PERFORM 4300-TESTARSTATUS-TRANSTIT.                    00095900
                 IF WRK-FS-TITNOVO NOT EQUAL 00                         00096000
                   MOVE 'ERRO NO OPEN TITNOVO  ' TO WRK-MSGERRO         00096100
                   MOVE '1000'                   TO WRK-SECAO           00096200
                   MOVE WRK-FS-TITNOVO           TO WRK-STATUS          00096300
                    PERFORM 9000-TRATAERROS                             00096400
                 END-IF.                                                00096500
                 IF WRK-FS-RELTIT NOT EQUAL 00                          00096600
                   MOVE 'ERRO NO OPEN RELTIT   ' TO WRK-MSGERRO         00096700
                   MOVE '1000'                   TO WRK-SECAO           00096800
                   MOVE WRK-FS-RELTIT            TO WRK-STATUS          00096900
                    PERFORM 9000-TRATAERROS                             00097000
                 END-IF.                                                00097100
                                                                        00097200
       4000-99-FIM.              EXIT.                                  00097300
      *-------------------------------------------------------------*   00097400
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00097500
      *-------------------------------------------------------------*   00097600
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00097700
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00097800
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00097900
                 MOVE '1100'                   TO WRK-SECAO             00098000
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00098100
                  PERFORM 9000-TRATAERROS                               00098200
               END-IF.                                                  00098300
                                                                        00098400
       4100-99-FIM.              EXIT.                                  00098500
      *-------------------------------------------------------------*   00098600
       4200-TESTARSTATUS-TITULARES                  SECTION.            00098700
      *-------------------------------------------------------------*   00098800
               IF WRK-FS-TITULARES NOT EQUAL 00                         00098900
                           AND WRK-FS-TITULARES NOT EQUAL 10            00099000
                 MOVE 'ERRO NO TITULARES     ' TO WRK-MSGERRO           00099100
                 MOVE '1200'                   TO WRK-SECAO             00099200
                 MOVE WRK-FS-TITULARES         TO WRK-STATUS            00099300
                  PERFORM 9000-TRATAERROS                               00099400
               END-IF.                                                  00099500
                                                                        00099600
       4200-99-FIM.              EXIT.                                  00099700
      *-------------------------------------------------------------*   00099800
       4300-TESTARSTATUS-TRANSTIT                   SECTION.            00099900
      *-------------------------------------------------------------*   00100000
               IF WRK-FS-TRANSTIT NOT EQUAL 00                          00100100
                           AND WRK-FS-TRANSTIT NOT EQUAL 10             00100200
                 MOVE 'ERRO NO TRANSTIT      ' TO WRK-MSGERRO           00100300
                 MOVE '1300'                   TO WRK-SECAO             00100400
                 MOVE WRK-FS-TRANSTIT          TO WRK-STATUS            00100500
                  PERFORM 9000-TRATAERROS                               00100600
               END-IF.                                                  00100700
                                                                        00100800
       4300-99-FIM.              EXIT.                                  00100900
      *-------------------------------------------------------------*   00101000
       9100-ERRO-CONTROLE                           SECTION.            00101100
      *-------------------------------------------------------------*   00101200
           MOVE 'FR19EX51' TO WRK-PROGRAMA.                             00101300
           MOVE 'E'        TO WRK-SEVERIDADE.                           00101400
           MOVE '08'       TO WRK-STATUS.                               00101500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00101600
           MOVE 8 TO RETURN-CODE.                                       00101700
           STOP RUN.                                                    00101800
                                                                        00101900
       9100-99-FIM.              EXIT.                                  00102000
      *-------------------------------------------------------------*   00102100
       9000-TRATAERROS                              SECTION.            00102200
      *-------------------------------------------------------------*   00102300
           MOVE 'FR19EX51' TO WRK-PROGRAMA                              00102400
           MOVE 'E'        TO WRK-SEVERIDADE                            00102500
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00102600
           GOBACK.                                                      00102700
                                                                        00102800
       9000-99-FIM.              EXIT.                                  00102900
