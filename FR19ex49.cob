      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX49.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:09/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO DIRETORIO DE CHAVES DE PAGAMENTO  *   00001200
      *    INSTANTANEO (CHAVES). CADA CHAVE (TIPO + VALOR) APONTA   *   00001300
      *    PARA UMA AGENCIA + CONTA DO CLIENTES E E USADA PELO      *   00001400
      *    FR19EX10 PARA RESOLVER A CONTA DESTINO DA TRANSFERENCIA. *   00001500
      *    TIPOS: C - CPF (11 DIGITOS)   J - CNPJ (14 DIGITOS)      *   00001600
      *           E - E-MAIL             T - TELEFONE (+55 + DDD +  *   00001700
      *           A - ALEATORIA              NUMERO, 10/11 DIGITOS) *   00001800
      *    O CADASTRO CLIENTES E O DIRETORIO ATUAL SAO CARREGADOS   *   00001900
      *    EM MEMORIA E AS TRANSACOES DO TRANSCHV APLICADAS NA      *   00002000
      *    ORDEM EM QUE CHEGAM:                                     *   00002100
      *     INCLUI - A CONTA TEM QUE EXISTIR E NAO ESTAR BLOQUEADA, *   00002200
      *              O CPF/CNPJ DO CARTAO TEM QUE SER O FD-DOCUMENTO*   00002300
      *              DA CONTA (POSSE) E, NAS CHAVES CPF/CNPJ, A     *   00002400
      *              PROPRIA CHAVE TAMBEM. CHAVE JA CADASTRADA (EM  *   00002500
      *              QUALQUER CONTA) E RECUSADA. A CHAVE ALEATORIA  *   00002600
      *              VEM EM BRANCO E E GERADA AQUI (DATA + HORA +   *   00002700
      *              CONTA + SEQUENCIAL, 32 DIGITOS)                *   00002800
      *     EXCLUI - A CHAVE TEM QUE EXISTIR NA MESMA CONTA, COM O  *   00002900
      *              MESMO DOCUMENTO DE POSSE                       *   00003000
      *    O CHVNOVO SAI COM CABECALHO/RODAPE (QTD DE CHAVES) E     *   00003100
      *    TODA TRANSACAO SAI NO RELATORIO RELCHV COM O RESULTADO.  *   00003200
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00003214
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00003228
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00003242
      *    DELE PODE FAZER A OPERACAO NO FR19EX49; SEM PERMISSAO,   *   00003257
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00003271
      *    RECUSADA E SAI NO RELCHV COM O NOME DO OPERADOR.         *   00003285
      *-------------------------------------------------------------*   00003300
      *   ARQUIVOS...:                                              *   00003400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003500
      *    CLIENTES             I                  -----------      *   00003600
      *    CHAVES               I                  -----------      *   00003700
      *    TRANSCHV             I                  -----------      *   00003800
      *    CHVNOVO              O                  -----------      *   00003900
      *    RELCHV               O                  -----------      *   00004000
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00004025
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00004050
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00004075
      *-------------------------------------------------------------*   00004100
      *   MODULOS....:                             INCLUDE/BOOK     *   00004200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004300
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00004400
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004450
      *=============================================================*   00004500
                                                                        00004600
      *=============================================================*   00004700
       ENVIRONMENT                               DIVISION.              00004800
      *=============================================================*   00004900
                                                                        00005000
      *=============================================================*   00005100
       CONFIGURATION                               SECTION.             00005200
      *=============================================================*   00005300
       SPECIAL-NAMES.                                                   00005400
           DECIMAL-POINT IS COMMA.                                      00005500
                                                                        00005600
       INPUT-OUTPUT                                SECTION.             00005700
       FILE-CONTROL.                                                    00005800
            SELECT CLIENTES ASSIGN TO CLIENTES                          00005900
                 FILE STATUS IS WRK-FS-CLIENTES.                        00006000
                                                                        00006100
            SELECT CHAVES ASSIGN TO CHAVES                              00006200
                 FILE STATUS IS WRK-FS-CHAVES.                          00006300
                                                                        00006400
            SELECT TRANSCHV ASSIGN TO TRANSCHV                          00006500
                 FILE STATUS IS WRK-FS-TRANSCHV.                        00006600
                                                                        00006700
      *--------------ARQUIVOS SAIDAS--------------------------------*   00006800
                                                                        00006900
            SELECT CHVNOVO ASSIGN TO CHVNOVO                            00007000
                 FILE STATUS IS WRK-FS-CHVNOVO.                         00007100
                                                                        00007200
            SELECT RELCHV ASSIGN TO RELCHV                              00007300
                 FILE STATUS IS WRK-FS-RELCHV.                          00007400
                                                                        00007500
      *=============================================================*   00007600
       DATA                                      DIVISION.              00007700
      *=============================================================*   00007800
       FILE                                      SECTION.               00007900
      *-------------------LRECL 89----------------------------------*   00008000
       FD CLIENTES                                                      00008100
           RECORDING MODE IS F                                          00008200
           LABEL RECORD IS STANDARD                                     00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-CLIENTES.                                                  00008500
          05 FD-CHAVE.                                                  00008600
             10 FD-AGENCIA      PIC X(04).                              00008700
             10 FD-CONTA        PIC X(04).                              00008800
          05 FD-NOME            PIC X(30).                              00008900
          05 FD-SALDO           PIC S9(08).                             00009000
          05 FD-STATUS          PIC X(01).                              00009100
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00009200
          05 FD-LIMITE          PIC 9(08).                              00009300
          05 FD-DOCUMENTO       PIC 9(14).                              00009400
                                                                        00009500
      *-------------------LRECL 100---------------------------------*   00009600
       FD CHAVES                                                        00009700
           RECORDING MODE IS F                                          00009800
           LABEL RECORD IS STANDARD                                     00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-CHAVES.                                                    00010100
          05 FD-CHV-TIPO         PIC X(01).                             00010200
          05 FD-CHV-VALOR        PIC X(77).                             00010300
          05 FD-CHV-CONTA-CLI.                                          00010400
             10 FD-CHV-AGENCIA   PIC X(04).                             00010500
             10 FD-CHV-CONTA     PIC X(04).                             00010600
          05 FD-CHV-DOCUMENTO    PIC 9(14).                             00010700
                                                                        00010800
      *-------------------LRECL 110---------------------------------*   00010900
       FD TRANSCHV                                                      00011000
           RECORDING MODE IS F                                          00011100
           LABEL RECORD IS STANDARD                                     00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-TRANSCHV.                                                  00011400
          05 FD-TCH-OPERACAO     PIC X(08).                             00011500
          05 FD-TCH-TIPO         PIC X(01).                             00011600
          05 FD-TCH-VALOR        PIC X(77).                             00011700
          05 FD-TCH-CONTA-CLI.                                          00011800
             10 FD-TCH-AGENCIA   PIC X(04).                             00011900
             10 FD-TCH-CONTA     PIC X(04).                             00012000
          05 FD-TCH-DOCUMENTO    PIC X(14).                             00012100
          05 FILLER              PIC X(02).                             00012200
                                                                        00012300
      *-------------------LRECL 100---------------------------------*   00012400
       FD CHVNOVO                                                       00012500
           RECORDING MODE IS F.                                         00012600
       01 FD-CHVNOVO             PIC X(100).                            00012700
                                                                        00012800
      *-------------------LRECL 100---------------------------------*   00012900
       FD RELCHV                                                        00013000
           RECORDING MODE IS F.                                         00013100
       01 FD-RELCHV              PIC X(100).                            00013200
                                                                        00013300
      *=============================================================*   00013400
       WORKING-STORAGE                             SECTION.             00013500
      *=============================================================*   00013600
                                                                        00013700
       01 FILLER          PIC X(64) VALUE                               00013800
           '-----------BOOK LOGERROS------------------------'.          00013900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00014000
       COPY '#GLOG'.                                                    00014100
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00014200
       COPY '#GSTAT'.                                                   00014300
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00014333
       COPY '#GAUT'.                                                    00014366
      *-------------------------------------------------------------*   00014400
                                                                        00014500
       01 FILLER          PIC X(64) VALUE                               00014600
           '-----------VARIAVEIS DE STATUS------------------'.          00014700
                                                                        00014800
       77 WRK-FS-CLIENTES PIC 9(02).                                    00014900
       77 WRK-FS-CHAVES   PIC 9(02).                                    00015000
       77 WRK-FS-TRANSCHV PIC 9(02).                                    00015100
       77 WRK-FS-CHVNOVO  PIC 9(02).                                    00015200
       77 WRK-FS-RELCHV   PIC 9(02).                                    00015300
                                                                        00015400
       01 FILLER          PIC X(64) VALUE                               00015500
           '-----------CADASTRO DE CONTAS EM MEMORIA--------'.          00015600
                                                                        00015700
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00015800
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00015900
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00016000
       01 WRK-TAB-CONTAS.                                               00016100
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00016200
             10 WRK-CTA-CHAVE       PIC X(08).                          00016300
             10 WRK-CTA-STATUS      PIC X(01).                          00016400
             10 WRK-CTA-DOCUMENTO   PIC 9(14).                          00016500
                                                                        00016600
       01 FILLER          PIC X(64) VALUE                               00016700
           '-----------DIRETORIO DE CHAVES EM MEMORIA-------'.          00016800
                                                                        00016900
       77 WRK-QTD-CHAVES  PIC 9(04) VALUE ZEROES.                       00017000
       77 WRK-SUB-CHAVES  PIC 9(04) VALUE ZEROES.                       00017100
       77 WRK-IDX-CHAVE   PIC 9(04) VALUE ZEROES.                       00017200
       01 WRK-TAB-CHAVES.                                               00017300
          05 WRK-CHAVE-LINHA OCCURS 5000 TIMES.                         00017400
             10 WRK-TCV-REGISTRO.                                       00017500
                15 WRK-TCV-TIPO      PIC X(01).                         00017600
                15 WRK-TCV-VALOR     PIC X(77).                         00017700
                15 WRK-TCV-CONTA-CLI PIC X(08).                         00017800
                15 WRK-TCV-DOCUMENTO PIC 9(14).                         00017900
             10 WRK-TCV-SITUACAO     PIC X(01).                         00018000
                88 WRK-TCV-EXCLUIDA        VALUE 'X'.                   00018100
                                                                        00018200
       01 FILLER          PIC X(64) VALUE                               00018300
           '-----------CRITICA DA CHAVE---------------------'.          00018400
                                                                        00018500
       01 WRK-DOC-CARTAO         PIC X(14).                             00018600
       01 WRK-DOC-CARTAO-N REDEFINES WRK-DOC-CARTAO                     00018700
                                 PIC 9(14).                             00018800
       01 WRK-DOC-CONTA.                                                00018900
          05 WRK-DOC-CONTA-ZEROS PIC 9(03).                             00019000
          05 WRK-DOC-CONTA-CPF   PIC 9(11).                             00019100
       01 WRK-DOC-CONTA-N REDEFINES WRK-DOC-CONTA                       00019200
                                 PIC 9(14).                             00019300
       77 WRK-QTD-ARROBA  PIC 9(03) VALUE ZEROES.                       00019400
       77 WRK-QTD-PONTO   PIC 9(03) VALUE ZEROES.                       00019500
       77 WRK-QTD-BRANCOS PIC 9(03) VALUE ZEROES.                       00019600
       01 WRK-EMAIL-USUARIO      PIC X(77).                             00019700
       01 WRK-EMAIL-DOMINIO      PIC X(77).                             00019800
       77 WRK-RESULTADO   PIC X(30) VALUE SPACES.                       00019900
       77 WRK-SW-VALIDA   PIC X(01) VALUE 'N'.                          00020000
           88 WRK-CHAVE-VALIDA      VALUE 'S'.                          00020100
       77 WRK-SW-ACEITA   PIC X(01) VALUE 'N'.                          00020200
           88 WRK-TRANS-ACEITA      VALUE 'S'.                          00020300
                                                                        00020400
      *-------CHAVE ALEATORIA GERADA----------------------------------* 00020500
       01 WRK-CHAVE-ALEATORIA.                                          00020600
          05 WRK-ALE-DATA        PIC 9(08).                             00020700
          05 WRK-ALE-HORA        PIC 9(08).                             00020800
          05 WRK-ALE-CONTA       PIC X(08).                             00020900
          05 WRK-ALE-SEQ         PIC 9(08).                             00021000
       77 WRK-SEQ-ALEATORIA PIC 9(08) VALUE ZEROES.                     00021100
                                                                        00021200
       01 FILLER          PIC X(64) VALUE                               00021300
           '-----------CONTADORES E CONTROLES---------------'.          00021400
                                                                        00021500
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00021600
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00021700
       77 WRK-SW-FIM-CHV  PIC X(01) VALUE 'N'.                          00021800
           88 WRK-FIM-CHAVES        VALUE 'S'.                          00021900
       77 WRK-SW-FIM-TCH  PIC X(01) VALUE 'N'.                          00022000
           88 WRK-FIM-TRANSCHV      VALUE 'S'.                          00022100
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00022200
       77 WRK-REGCHAVES   PIC 9(05) VALUE ZEROES.                       00022300
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00022400
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00022500
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00022600
       77 WRK-QTD-EXCLUI  PIC 9(05) VALUE ZEROES.                       00022700
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00022800
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00022850
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------CONTROLE GRAVADO NO CHVNOVO----------'.          00023100
                                                                        00023200
       01 WRK-CHVNOVO-CAB.                                              00023300
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00023400
          05 FILLER              PIC X(01) VALUE SPACE.                 00023500
          05 WRK-CABN-PROGRAMA   PIC X(08) VALUE 'FR19EX49'.            00023600
          05 FILLER              PIC X(01) VALUE SPACE.                 00023700
          05 WRK-CABN-DATA       PIC 9(08).                             00023800
          05 FILLER              PIC X(73) VALUE SPACES.                00023900
                                                                        00024000
       01 WRK-CHVNOVO-TRL.                                              00024100
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00024200
          05 FILLER              PIC X(01) VALUE SPACE.                 00024300
          05 WRK-TRLN-QTD        PIC 9(05).                             00024400
          05 FILLER              PIC X(85) VALUE SPACES.                00024500
                                                                        00024600
       01 FILLER          PIC X(64) VALUE                               00024700
           '-----------LINHAS DO RELATORIO------------------'.          00024800
                                                                        00024900
       01 WRK-LINHA-TITULO.                                             00025000
          05 FILLER              PIC X(46) VALUE                        00025100
             'MANUTENCAO DO DIRETORIO DE CHAVES (AUDITORIA) '.          00025200
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00025300
          05 WRK-TIT-DATA        PIC 9(08).                             00025400
          05 FILLER              PIC X(38) VALUE SPACES.                00025500
                                                                        00025600
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00025700
                                                                        00025800
       01 WRK-LINHA-AUDIT.                                              00025900
          05 WRK-AUD-OPERACAO    PIC X(08).                             00026000
          05 FILLER              PIC X(01) VALUE SPACES.                00026100
          05 WRK-AUD-TIPO        PIC X(01).                             00026200
          05 FILLER              PIC X(01) VALUE SPACES.                00026300
          05 WRK-AUD-VALOR       PIC X(40).                             00026400
          05 FILLER              PIC X(01) VALUE SPACES.                00026500
          05 WRK-AUD-AGENCIA     PIC X(04).                             00026600
          05 FILLER              PIC X(01) VALUE '/'.                   00026700
          05 WRK-AUD-CONTA       PIC X(04).                             00026800
          05 FILLER              PIC X(02) VALUE SPACES.                00026900
          05 WRK-AUD-RESULTADO   PIC X(30).                             00027000
          05 FILLER              PIC X(07) VALUE SPACES.                00027100
                                                                        00027106
       01 WRK-OPERCARD.                                                 00027113
          05 FILLER              PIC X(10).                             00027120
          05 WRK-OPERADOR-AC     PIC X(08).                             00027126
                                                                        00027133
       01 WRK-LINHA-NEGADO.                                             00027140
          05 FILLER              PIC X(10) VALUE SPACES.                00027146
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00027153
          05 WRK-NEG-OPERADOR    PIC X(08).                             00027160
          05 FILLER              PIC X(03) VALUE ' - '.                 00027166
          05 WRK-NEG-NOME        PIC X(30).                             00027173
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00027180
          05 WRK-NEG-PERFIL      PIC X(08).                             00027186
          05 FILLER              PIC X(23) VALUE SPACES.                00027193
                                                                        00027200
      *=============================================================*   00027300
       PROCEDURE DIVISION.                                              00027400
      *=============================================================*   00027500
                                                                        00027600
      *-------------------------------------------------------------*   00027700
       0000-PRINCIPAL                           SECTION.                00027800
      *-------------------------------------------------------------*   00027900
                                                                        00028000
            PERFORM  1000-INICIAR.                                      00028100
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00028200
            PERFORM  1200-CARREGAR-CHAVES UNTIL WRK-FIM-CHAVES.         00028300
            PERFORM  1300-LER-TRANSCHV.                                 00028400
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-TRANSCHV.             00028500
            PERFORM  3000-FINALIZAR.                                    00028600
                                                                        00028700
            STOP RUN.                                                   00028800
                                                                        00028900
      *-------------------------------------------------------------*   00029000
       1000-INICIAR                             SECTION.                00029100
      *-------------------------------------------------------------*   00029200
             OPEN INPUT  CLIENTES CHAVES TRANSCHV                       00029300
                  OUTPUT CHVNOVO RELCHV.                                00029400
                                                                        00029500
               PERFORM 4000-TESTARSTATUS.                               00029600
                                                                        00029700
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00029800
               MOVE WRK-DATA-HOJE TO WRK-CABN-DATA                      00029900
                                     WRK-TIT-DATA                       00030000
                                     WRK-ALE-DATA.                      00030100
                                                                        00030200
               WRITE FD-RELCHV FROM WRK-LINHA-TRACO.                    00030300
               WRITE FD-RELCHV FROM WRK-LINHA-TITULO.                   00030400
               WRITE FD-RELCHV FROM WRK-LINHA-TRACO.                    00030500
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00030550
                                                                        00030600
               MOVE 'FR19EX49' TO WRK-EST-PROGRAMA.                     00030700
               MOVE 'I' TO WRK-EST-EVENTO.                              00030800
               MOVE ZEROES TO WRK-EST-LIDOS                             00030900
                              WRK-EST-GRAVADOS                          00031000
                              WRK-EST-REJEITADOS.                       00031100
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00031200
                                                                        00031300
       1000-99-FIM.              EXIT.                                  00031400
      *-------------------------------------------------------------*   00031500
       1100-CARREGAR-CLIENTES                   SECTION.                00031600
      *-------------------------------------------------------------*   00031700
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00031800
             READ CLIENTES                                              00031900
               AT END                                                   00032000
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00032100
             END-READ.                                                  00032200
             PERFORM 4100-TESTARSTATUS-CLIENTES.                        00032300
             IF WRK-FS-CLIENTES NOT EQUAL 00                            00032400
                GO TO 1100-99-FIM.                                      00032500
             IF FD-CLIENTES (1:9) EQUAL 'CABECALHO'                     00032600
                OR FD-CLIENTES (1:6) EQUAL 'RODAPE'                     00032700
                GO TO 1100-99-FIM.                                      00032800
                                                                        00032900
             IF WRK-QTD-CONTAS NOT LESS 2000                            00033000
                MOVE 'TABELA DE CONTAS ESGOTADA    ' TO WRK-MSGERRO     00033100
                MOVE '1100' TO WRK-SECAO                                00033200
                PERFORM 9100-ERRO-CONTROLE                              00033300
             END-IF.                                                    00033400
             ADD 1 TO WRK-QTD-CONTAS.                                   00033500
             MOVE FD-CHAVE     TO WRK-CTA-CHAVE (WRK-QTD-CONTAS).       00033600
             MOVE FD-STATUS    TO WRK-CTA-STATUS (WRK-QTD-CONTAS).      00033700
             MOVE FD-DOCUMENTO TO WRK-CTA-DOCUMENTO (WRK-QTD-CONTAS).   00033800
       1100-99-FIM.              EXIT.                                  00033900
      *-------------------------------------------------------------*   00034000
       1200-CARREGAR-CHAVES                     SECTION.                00034100
      *-------------------------------------------------------------*   00034200
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00034300
             READ CHAVES                                                00034400
               AT END                                                   00034500
                 MOVE 'S' TO WRK-SW-FIM-CHV                             00034600
             END-READ.                                                  00034700
             PERFORM 4200-TESTARSTATUS-CHAVES.                          00034800
             IF WRK-FS-CHAVES NOT EQUAL 00                              00034900
                GO TO 1200-99-FIM.                                      00035000
             IF FD-CHAVES (1:9) EQUAL 'CABECALHO'                       00035100
                OR FD-CHAVES (1:6) EQUAL 'RODAPE'                       00035200
                GO TO 1200-99-FIM.                                      00035300
                                                                        00035400
             IF WRK-QTD-CHAVES NOT LESS 5000                            00035500
                MOVE 'TABELA DE CHAVES ESGOTADA    ' TO WRK-MSGERRO     00035600
                MOVE '1200' TO WRK-SECAO                                00035700
                PERFORM 9100-ERRO-CONTROLE                              00035800
             END-IF.                                                    00035900
             ADD 1 TO WRK-QTD-CHAVES.                                   00036000
             ADD 1 TO WRK-REGCHAVES.                                    00036100
             MOVE FD-CHAVES TO WRK-TCV-REGISTRO (WRK-QTD-CHAVES).       00036200
             MOVE SPACES    TO WRK-TCV-SITUACAO (WRK-QTD-CHAVES).       00036300
       1200-99-FIM.              EXIT.                                  00036400
      *-------------------------------------------------------------*   00036500
       1300-LER-TRANSCHV                        SECTION.                00036600
      *-------------------------------------------------------------*   00036700
             READ TRANSCHV                                              00036800
               AT END                                                   00036900
                 MOVE 'S' TO WRK-SW-FIM-TCH                             00037000
             END-READ.                                                  00037100
             PERFORM 4300-TESTARSTATUS-TRANSCHV.                        00037200
             IF WRK-FS-TRANSCHV EQUAL 00                                00037300
                ADD 1 TO WRK-REGTRANS                                   00037400
             END-IF.                                                    00037500
       1300-99-FIM.              EXIT.                                  00037600
      *-------------------------------------------------------------*   00037700
       2000-PROCESSAR                           SECTION.                00037800
      *-------------------------------------------------------------*   00037900
      *   CONTA E POSSE SAO COMUNS AS DUAS OPERACOES; DEPOIS CADA   *   00038000
      *   UMA TEM A SUA CRITICA. O RESULTADO SAI NA AUDITORIA.      *   00038100
      *-------------------------------------------------------------*   00038200
            MOVE SPACES TO WRK-RESULTADO.                               00038300
            MOVE 'N'    TO WRK-SW-ACEITA.                               00038400
            PERFORM 2100-LOCALIZAR-CONTA.                               00038500
            MOVE FD-TCH-DOCUMENTO TO WRK-DOC-CARTAO.                    00038600
            PERFORM 2050-VERIFICAR-AUTORIZACAO.                         00038650
                                                                        00038700
            EVALUATE TRUE                                               00038800
              WHEN WRK-AUT-NEGADO                                       00038820
                MOVE 'OPERADOR SEM PERMIS - RECUSADA' TO WRK-RESULTADO  00038840
              WHEN NOT WRK-AUT-AUTORIZADO                               00038860
                MOVE 'OPERADOR INVALIDO - RECUSADA  ' TO WRK-RESULTADO  00038880
              WHEN FD-TCH-OPERACAO NOT EQUAL 'INCLUI  '                 00038900
                   AND FD-TCH-OPERACAO NOT EQUAL 'EXCLUI  '             00039000
                MOVE 'OPERACAO INVALIDA - RECUSADA  ' TO WRK-RESULTADO  00039100
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00039200
                MOVE 'CONTA INEXISTENTE - RECUSADA  ' TO WRK-RESULTADO  00039300
              WHEN WRK-DOC-CARTAO NOT NUMERIC                           00039400
                MOVE 'DOCUMENTO INVALIDO - RECUSADA ' TO WRK-RESULTADO  00039500
              WHEN WRK-DOC-CARTAO-N NOT EQUAL                           00039600
                   WRK-CTA-DOCUMENTO (WRK-IDX-CONTA)                    00039700
                MOVE 'DOCUMENTO NAO E O DA CONTA    ' TO WRK-RESULTADO  00039800
              WHEN FD-TCH-OPERACAO EQUAL 'INCLUI  '                     00039900
                PERFORM 2200-INCLUIR-CHAVE                              00040000
              WHEN OTHER                                                00040100
                PERFORM 2300-EXCLUIR-CHAVE                              00040200
            END-EVALUATE.                                               00040300
                                                                        00040400
            IF NOT WRK-TRANS-ACEITA                                     00040500
               ADD 1 TO WRK-QTD-RECUSA                                  00040600
            END-IF.                                                     00040700
            PERFORM 2900-LISTAR-AUDITORIA.                              00040800
            IF NOT WRK-AUT-AUTORIZADO                                   00040812
               ADD 1 TO WRK-QTD-NEGADA                                  00040825
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00040837
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00040850
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00040862
               WRITE FD-RELCHV FROM WRK-LINHA-NEGADO                    00040875
            END-IF.                                                     00040887
            PERFORM 1300-LER-TRANSCHV.                                  00040900
       2000-99-FIM.              EXIT.                                  00041000
      *-------------------------------------------------------------*   00041007
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00041014
      *-------------------------------------------------------------*   00041021
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00041028
      *   DA TRANSACAO NO FR19EX49 (MODULO AUTORIZA). O RESULTADO   *   00041035
      *   E A PRIMEIRA CRITICA DO 2000-PROCESSAR.                   *   00041042
      *-------------------------------------------------------------*   00041050
            MOVE 'FR19EX49'       TO WRK-AUT-PROGRAMA.                  00041057
            MOVE FD-TCH-OPERACAO  TO WRK-AUT-OPERACAO.                  00041064
            MOVE WRK-OPERADOR-AC  TO WRK-AUT-OPERADOR.                  00041071
            MOVE FD-TCH-CONTA-CLI TO WRK-AUT-CHAVE.                     00041078
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00041085
       2050-99-FIM.              EXIT.                                  00041092
      *-------------------------------------------------------------*   00041100
       2100-LOCALIZAR-CONTA                     SECTION.                00041200
      *-------------------------------------------------------------*   00041300
            MOVE ZEROES TO WRK-IDX-CONTA.                               00041400
            MOVE 1 TO WRK-SUB-CONTAS.                                   00041500
            PERFORM 2110-COMPARAR-CONTA                                 00041600
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00041700
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00041800
       2100-99-FIM.              EXIT.                                  00041900
      *-------------------------------------------------------------*   00042000
       2110-COMPARAR-CONTA                      SECTION.                00042100
      *-------------------------------------------------------------*   00042200
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL FD-TCH-CONTA-CLI    00042300
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00042400
            END-IF.                                                     00042500
            ADD 1 TO WRK-SUB-CONTAS.                                    00042600
       2110-99-FIM.              EXIT.                                  00042700
      *-------------------------------------------------------------*   00042800
       2200-INCLUIR-CHAVE                       SECTION.                00042900
      *-------------------------------------------------------------*   00043000
            IF WRK-CTA-STATUS (WRK-IDX-CONTA) EQUAL 'B'                 00043100
               MOVE 'CONTA BLOQUEADA - RECUSADA    ' TO WRK-RESULTADO   00043200
               GO TO 2200-99-FIM.                                       00043300
                                                                        00043400
      *-------ALEATORIA: O BANCO GERA O VALOR-------------------------* 00043500
            IF FD-TCH-TIPO EQUAL 'A'                                    00043600
               IF FD-TCH-VALOR NOT EQUAL SPACES                         00043700
                  MOVE 'ALEATORIA DEVE VIR EM BRANCO  '                 00043800
                    TO WRK-RESULTADO                                    00043900
                  GO TO 2200-99-FIM                                     00044000
               END-IF                                                   00044100
               ADD 1 TO WRK-SEQ-ALEATORIA                               00044200
               ACCEPT WRK-ALE-HORA FROM TIME                            00044300
               MOVE FD-TCH-CONTA-CLI  TO WRK-ALE-CONTA                  00044400
               MOVE WRK-SEQ-ALEATORIA TO WRK-ALE-SEQ                    00044500
               MOVE WRK-CHAVE-ALEATORIA TO FD-TCH-VALOR                 00044600
            END-IF.                                                     00044700
                                                                        00044800
            PERFORM 2500-CRITICAR-CHAVE.                                00044900
            IF NOT WRK-CHAVE-VALIDA                                     00045000
               GO TO 2200-99-FIM.                                       00045100
                                                                        00045200
            PERFORM 2600-LOCALIZAR-CHAVE.                               00045300
            IF WRK-IDX-CHAVE GREATER ZEROES                             00045400
               MOVE 'CHAVE JA CADASTRADA           ' TO WRK-RESULTADO   00045500
               GO TO 2200-99-FIM.                                       00045600
                                                                        00045700
            IF WRK-QTD-CHAVES NOT LESS 5000                             00045800
               MOVE 'TABELA DE CHAVES ESGOTADA    ' TO WRK-MSGERRO      00045900
               MOVE '2200' TO WRK-SECAO                                 00046000
               PERFORM 9100-ERRO-CONTROLE                               00046100
            END-IF.                                                     00046200
            ADD 1 TO WRK-QTD-CHAVES.                                    00046300
            MOVE FD-TCH-TIPO      TO WRK-TCV-TIPO (WRK-QTD-CHAVES).     00046400
            MOVE FD-TCH-VALOR     TO WRK-TCV-VALOR (WRK-QTD-CHAVES).    00046500
            MOVE FD-TCH-CONTA-CLI TO                                    00046600
                 WRK-TCV-CONTA-CLI (WRK-QTD-CHAVES).                    00046700
            MOVE WRK-DOC-CARTAO-N TO                                    00046800
                 WRK-TCV-DOCUMENTO (WRK-QTD-CHAVES).                    00046900
            MOVE SPACES           TO WRK-TCV-SITUACAO (WRK-QTD-CHAVES). 00047000
            ADD 1 TO WRK-QTD-INCLUI.                                    00047100
            MOVE 'S' TO WRK-SW-ACEITA.                                  00047200
            MOVE 'CHAVE INCLUIDA                ' TO WRK-RESULTADO.     00047300
       2200-99-FIM.              EXIT.                                  00047400
      *-------------------------------------------------------------*   00047500
       2300-EXCLUIR-CHAVE                       SECTION.                00047600
      *-------------------------------------------------------------*   00047700
            PERFORM 2600-LOCALIZAR-CHAVE.                               00047800
            IF WRK-IDX-CHAVE EQUAL ZEROES                               00047900
               MOVE 'CHAVE NAO CADASTRADA          ' TO WRK-RESULTADO   00048000
               GO TO 2300-99-FIM.                                       00048100
            IF WRK-TCV-CONTA-CLI (WRK-IDX-CHAVE) NOT EQUAL              00048200
               FD-TCH-CONTA-CLI                                         00048300
               MOVE 'CHAVE DE OUTRA CONTA          ' TO WRK-RESULTADO   00048400
               GO TO 2300-99-FIM.                                       00048500
                                                                        00048600
            MOVE 'X' TO WRK-TCV-SITUACAO (WRK-IDX-CHAVE).               00048700
            ADD 1 TO WRK-QTD-EXCLUI.                                    00048800
            MOVE 'S' TO WRK-SW-ACEITA.                                  00048900
            MOVE 'CHAVE EXCLUIDA                ' TO WRK-RESULTADO.     00049000
       2300-99-FIM.              EXIT.                                  00049100
      *-------------------------------------------------------------*   00049200
       2500-CRITICAR-CHAVE                      SECTION.                00049300
      *-------------------------------------------------------------*   00049400
      *   FORMATO DO VALOR POR TIPO; CPF E CNPJ AINDA TEM QUE SER O *   00049500
      *   DOCUMENTO DA PROPRIA CONTA.                               *   00049600
      *-------------------------------------------------------------*   00049700
            MOVE 'N' TO WRK-SW-VALIDA.                                  00049800
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CONTA) TO WRK-DOC-CONTA-N.  00049900
                                                                        00050000
            EVALUATE FD-TCH-TIPO                                        00050100
              WHEN 'C'                                                  00050200
                IF FD-TCH-VALOR (1:11) NOT NUMERIC                      00050300
                   OR FD-TCH-VALOR (12:66) NOT EQUAL SPACES             00050400
                   MOVE 'CPF MAL FORMADO - RECUSADA    '                00050500
                     TO WRK-RESULTADO                                   00050600
                ELSE                                                    00050700
                   IF WRK-DOC-CONTA-ZEROS NOT EQUAL ZEROES              00050800
                      OR FD-TCH-VALOR (1:11) NOT EQUAL                  00050900
                         WRK-DOC-CONTA (4:11)                           00051000
                      MOVE 'CHAVE NAO CONFERE C/ DOCUMENTO'             00051100
                        TO WRK-RESULTADO                                00051200
                   ELSE                                                 00051300
                      MOVE 'S' TO WRK-SW-VALIDA                         00051400
                   END-IF                                               00051500
                END-IF                                                  00051600
              WHEN 'J'                                                  00051700
                IF FD-TCH-VALOR (1:14) NOT NUMERIC                      00051800
                   OR FD-TCH-VALOR (15:63) NOT EQUAL SPACES             00051900
                   MOVE 'CNPJ MAL FORMADO - RECUSADA   '                00052000
                     TO WRK-RESULTADO                                   00052100
                ELSE                                                    00052200
                   IF FD-TCH-VALOR (1:14) NOT EQUAL WRK-DOC-CONTA       00052300
                      OR WRK-DOC-CONTA-ZEROS EQUAL ZEROES               00052400
                      MOVE 'CHAVE NAO CONFERE C/ DOCUMENTO'             00052500
                        TO WRK-RESULTADO                                00052600
                   ELSE                                                 00052700
                      MOVE 'S' TO WRK-SW-VALIDA                         00052800
                   END-IF                                               00052900
                END-IF                                                  00053000
              WHEN 'E'                                                  00053100
                PERFORM 2510-CRITICAR-EMAIL                             00053200
              WHEN 'T'                                                  00053300
                IF FD-TCH-VALOR (1:3) NOT EQUAL '+55'                   00053400
                   OR FD-TCH-VALOR (4:10) NOT NUMERIC                   00053500
                   OR (FD-TCH-VALOR (14:1) NOT NUMERIC                  00053600
                       AND FD-TCH-VALOR (14:1) NOT EQUAL SPACE)         00053700
                   OR FD-TCH-VALOR (15:63) NOT EQUAL SPACES             00053800
                   MOVE 'TELEFONE MAL FORMADO-RECUSADA '                00053900
                     TO WRK-RESULTADO                                   00054000
                ELSE                                                    00054100
                   MOVE 'S' TO WRK-SW-VALIDA                            00054200
                END-IF                                                  00054300
              WHEN 'A'                                                  00054400
                MOVE 'S' TO WRK-SW-VALIDA                               00054500
              WHEN OTHER                                                00054600
                MOVE 'TIPO DE CHAVE INVALIDO        ' TO WRK-RESULTADO  00054700
            END-EVALUATE.                                               00054800
       2500-99-FIM.              EXIT.                                  00054900
      *-------------------------------------------------------------*   00055000
       2510-CRITICAR-EMAIL                      SECTION.                00055100
      *-------------------------------------------------------------*   00055200
      *   UM SO '@', USUARIO E DOMINIO PREENCHIDOS, DOMINIO COM     *   00055300
      *   PONTO E NENHUM BRANCO NO MEIO DO ENDERECO.                *   00055400
      *-------------------------------------------------------------*   00055500
            MOVE ZEROES TO WRK-QTD-ARROBA WRK-QTD-PONTO                 00055600
                           WRK-QTD-BRANCOS.                             00055700
            MOVE SPACES TO WRK-EMAIL-USUARIO WRK-EMAIL-DOMINIO.         00055800
            INSPECT FD-TCH-VALOR TALLYING WRK-QTD-ARROBA FOR ALL '@'.   00055900
            UNSTRING FD-TCH-VALOR DELIMITED BY '@'                      00056000
                INTO WRK-EMAIL-USUARIO WRK-EMAIL-DOMINIO.               00056100
            INSPECT WRK-EMAIL-DOMINIO TALLYING WRK-QTD-PONTO            00056200
                    FOR ALL '.'.                                        00056300
            INSPECT FD-TCH-VALOR TALLYING WRK-QTD-BRANCOS               00056400
                    FOR ALL SPACES BEFORE INITIAL '@'.                  00056500
                                                                        00056600
            IF WRK-QTD-ARROBA NOT EQUAL 1                               00056700
               OR WRK-EMAIL-USUARIO EQUAL SPACES                        00056800
               OR WRK-QTD-BRANCOS GREATER ZEROES                        00056900
               OR WRK-EMAIL-DOMINIO (1:1) EQUAL SPACE                   00057000
               OR WRK-EMAIL-DOMINIO (1:1) EQUAL '.'                     00057100
               OR WRK-QTD-PONTO EQUAL ZEROES                            00057200
               MOVE 'E-MAIL MAL FORMADO - RECUSADA ' TO WRK-RESULTADO   00057300
            ELSE                                                        00057400
               MOVE ZEROES TO WRK-QTD-BRANCOS                           00057500
               INSPECT WRK-EMAIL-DOMINIO TALLYING WRK-QTD-BRANCOS       00057600
                       FOR CHARACTERS BEFORE INITIAL SPACE              00057700
               IF WRK-EMAIL-DOMINIO (WRK-QTD-BRANCOS + 1:)              00057800
                  NOT EQUAL SPACES                                      00057900
                  MOVE 'E-MAIL MAL FORMADO - RECUSADA '                 00058000
                    TO WRK-RESULTADO                                    00058100
               ELSE                                                     00058200
                  MOVE 'S' TO WRK-SW-VALIDA                             00058300
               END-IF                                                   00058400
            END-IF.                                                     00058500
       2510-99-FIM.              EXIT.                                  00058600
      *-------------------------------------------------------------*   00058700
       2600-LOCALIZAR-CHAVE                     SECTION.                00058800
      *-------------------------------------------------------------*   00058900
            MOVE ZEROES TO WRK-IDX-CHAVE.                               00059000
            MOVE 1 TO WRK-SUB-CHAVES.                                   00059100
            PERFORM 2610-COMPARAR-CHAVE                                 00059200
                    UNTIL WRK-SUB-CHAVES GREATER WRK-QTD-CHAVES         00059300
                       OR WRK-IDX-CHAVE GREATER ZEROES.                 00059400
       2600-99-FIM.              EXIT.                                  00059500
      *-------------------------------------------------------------*   00059600
       2610-COMPARAR-CHAVE                      SECTION.                00059700
      *-------------------------------------------------------------*   00059800
            IF WRK-TCV-TIPO (WRK-SUB-CHAVES)  EQUAL FD-TCH-TIPO         00059900
               AND WRK-TCV-VALOR (WRK-SUB-CHAVES) EQUAL FD-TCH-VALOR    00060000
               AND NOT WRK-TCV-EXCLUIDA (WRK-SUB-CHAVES)                00060100
               MOVE WRK-SUB-CHAVES TO WRK-IDX-CHAVE                     00060200
            END-IF.                                                     00060300
            ADD 1 TO WRK-SUB-CHAVES.                                    00060400
       2610-99-FIM.              EXIT.                                  00060500
      *-------------------------------------------------------------*   00060600
       2900-LISTAR-AUDITORIA                    SECTION.                00060700
      *-------------------------------------------------------------*   00060800
            MOVE FD-TCH-OPERACAO  TO WRK-AUD-OPERACAO.                  00060900
            MOVE FD-TCH-TIPO      TO WRK-AUD-TIPO.                      00061000
            MOVE FD-TCH-VALOR     TO WRK-AUD-VALOR.                     00061100
            MOVE FD-TCH-AGENCIA   TO WRK-AUD-AGENCIA.                   00061200
            MOVE FD-TCH-CONTA     TO WRK-AUD-CONTA.                     00061300
            MOVE WRK-RESULTADO    TO WRK-AUD-RESULTADO.                 00061400
            WRITE FD-RELCHV FROM WRK-LINHA-AUDIT.                       00061500
       2900-99-FIM.              EXIT.                                  00061600
      *-------------------------------------------------------------*   00061700
       3000-FINALIZAR                           SECTION.                00061800
      *-------------------------------------------------------------*   00061900
             WRITE FD-CHVNOVO FROM WRK-CHVNOVO-CAB.                     00062000
             MOVE 1 TO WRK-SUB-CHAVES.                                  00062100
             PERFORM 3100-GRAVAR-CHAVE                                  00062200
                     UNTIL WRK-SUB-CHAVES GREATER WRK-QTD-CHAVES.       00062300
             MOVE WRK-REGNOVO TO WRK-TRLN-QTD.                          00062400
             WRITE FD-CHVNOVO FROM WRK-CHVNOVO-TRL.                     00062500
             WRITE FD-RELCHV FROM WRK-LINHA-TRACO.                      00062600
                                                                        00062700
             CLOSE CLIENTES CHAVES TRANSCHV CHVNOVO RELCHV.             00062800
               PERFORM 4000-TESTARSTATUS.                               00062900
              DISPLAY ' ============================================'.  00063000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX49          '.  00063100
              DISPLAY ' ============================================'.  00063200
              DISPLAY ' CONTAS CARREGADAS..........' WRK-QTD-CONTAS.    00063300
              DISPLAY ' CHAVES NO DIRETORIO ANTER..' WRK-REGCHAVES.     00063400
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00063500
              DISPLAY ' CHAVES INCLUIDAS...........' WRK-QTD-INCLUI.    00063600
              DISPLAY ' CHAVES EXCLUIDAS...........' WRK-QTD-EXCLUI.    00063700
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00063800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00063850
              DISPLAY ' CHAVES NO DIRETORIO NOVO...' WRK-REGNOVO.       00063900
              DISPLAY ' ============================================'.  00064000
                                                                        00064100
              MOVE 'F' TO WRK-EST-EVENTO.                               00064200
              MOVE WRK-REGTRANS   TO WRK-EST-LIDOS.                     00064300
              MOVE WRK-REGNOVO    TO WRK-EST-GRAVADOS.                  00064400
              MOVE WRK-QTD-RECUSA TO WRK-EST-REJEITADOS.                00064500
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00064600
                                                                        00064700
       3000-99-FIM.              EXIT.                                  00064800
      *-------------------------------------------------------------*   00064900
       3100-GRAVAR-CHAVE                        SECTION.                00065000
      *-------------------------------------------------------------*   00065100
             IF NOT WRK-TCV-EXCLUIDA (WRK-SUB-CHAVES)                   00065200
                WRITE FD-CHVNOVO FROM WRK-TCV-REGISTRO (WRK-SUB-CHAVES) 00065300
                ADD 1 TO WRK-REGNOVO                                    00065400
             END-IF.                                                    00065500
             ADD 1 TO WRK-SUB-CHAVES.                                   00065600
       3100-99-FIM.              EXIT.                                  00065700
      *-------------------------------------------------------------*   00065800
       4000-TESTARSTATUS                            SECTION.            00065900
      *-------------------------------------------------------------*   00066000
                 PERFORM 4100-TESTARSTATUS-CLIENTES.                    00066100
                 PERFORM 4200-TESTARSTATUS-CHAVES.                      00066200
                 PERFORM 4300-TESTARSTATUS-TRANSCHV.                    00066300
                 IF WRK-FS-CHVNOVO NOT EQUAL 00                         00066400
                   MOVE 'ERRO NO OPEN CHVNOVO  ' TO WRK-MSGERRO         00066500
                   MOVE '1000'                   TO WRK-SECAO           00066600
                   MOVE WRK-FS-CHVNOVO           TO WRK-STATUS          00066700
                    PERFORM 9000-TRATAERROS                             00066800
                 END-IF.                                                00066900
                 IF WRK-FS-RELCHV NOT EQUAL 00                          00067000
                   MOVE 'ERRO NO OPEN RELCHV   ' TO WRK-MSGERRO         00067100
                   MOVE '1000'                   TO WRK-SECAO           00067200
                   MOVE WRK-FS-RELCHV            TO WRK-STATUS          00067300
                    PERFORM 9000-TRATAERROS                             00067400
                 END-IF.                                                00067500
                                                                        00067600
       4000-99-FIM.              EXIT.                                  00067700
      *-------------------------------------------------------------*   00067800
       4100-TESTARSTATUS-CLIENTES                   SECTION.            00067900
      *-------------------------------------------------------------*   00068000
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00068100
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00068200
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00068300
                 MOVE '1100'                   TO WRK-SECAO             00068400
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00068500
                  PERFORM 9000-TRATAERROS                               00068600
               END-IF.                                                  00068700
                                                                        00068800
       4100-99-FIM.              EXIT.                                  00068900
      *-------------------------------------------------------------*   00069000
       4200-TESTARSTATUS-CHAVES                     SECTION.            00069100
      *-------------------------------------------------------------*   00069200
               IF WRK-FS-CHAVES NOT EQUAL 00                            00069300
                           AND WRK-FS-CHAVES NOT EQUAL 10               00069400
                 MOVE 'ERRO NO CHAVES        ' TO WRK-MSGERRO           00069500
                 MOVE '1200'                   TO WRK-SECAO             00069600
                 MOVE WRK-FS-CHAVES            TO WRK-STATUS            00069700
                  PERFORM 9000-TRATAERROS                               00069800
               END-IF.                                                  00069900
                                                                        00070000
       4200-99-FIM.              EXIT.                                  00070100
      *-------------------------------------------------------------*   00070200
       4300-TESTARSTATUS-TRANSCHV                   SECTION.            00070300
      *-------------------------------------------------------------*   00070400
               IF WRK-FS-TRANSCHV NOT EQUAL 00                          00070500
                           AND WRK-FS-TRANSCHV NOT EQUAL 10             00070600
                 MOVE 'ERRO NO TRANSCHV      ' TO WRK-MSGERRO           00070700
                 MOVE '1300'                   TO WRK-SECAO             00070800
                 MOVE WRK-FS-TRANSCHV          TO WRK-STATUS            00070900
                  PERFORM 9000-TRATAERROS                               00071000
               END-IF.                                                  00071100
                                                                        00071200
       4300-99-FIM.              EXIT.                                  00071300
      *-------------------------------------------------------------*   00071400
       9100-ERRO-CONTROLE                           SECTION.            00071500
      *-------------------------------------------------------------*   00071600
           MOVE 'FR19EX49' TO WRK-PROGRAMA.                             00071700
           MOVE 'E'        TO WRK-SEVERIDADE.                           00071800
           MOVE '08'       TO WRK-STATUS.                               00071900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00072000
           MOVE 8 TO RETURN-CODE.                                       00072100
           STOP RUN.                                                    00072200
                                                                        00072300
       9100-99-FIM.              EXIT.                                  00072400
      *-------------------------------------------------------------*   00072500
       9000-TRATAERROS                              SECTION.            00072600
      *-------------------------------------------------------------*   00072700
           MOVE 'FR19EX49' TO WRK-PROGRAMA                              00072800
           MOVE 'E'        TO WRK-SEVERIDADE                            00072900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00073000
           GOBACK.                                                      00073100
                                                                        00073200
       9000-99-FIM.              EXIT.                                  00073300
