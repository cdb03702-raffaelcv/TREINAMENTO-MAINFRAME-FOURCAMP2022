      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19ACE.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: REVISAO MENSAL DE ACESSOS DA MATRIZ DE          *   00001200
      *    AUTORIZACAO. PARA CADA OPERADOR DO CADASTRO OPERADOR     *   00001300
      *    LISTA QUEM PODE FAZER O QUE (AS PERMISSOES DO PERFIL DELE*   00001400
      *    NO PERMISSO, COM QUANTAS VEZES CADA UMA FOI USADA NO MES)*   00001500
      *    E QUEM FEZ O QUE (O QUE O ACESSLOG, GRAVADO PELO MODULO  *   00001600
      *    AUTORIZA, REGISTROU PARA ELE NO MES: PROGRAMA + OPERACAO *   00001700
      *    COM AS CONSULTAS AUTORIZADAS, NEGADAS E FEITAS COM A     *   00001800
      *    MATRIZ DESLIGADA). PERMISSAO NUNCA USADA NO MES E        *   00001900
      *    TENTATIVA NEGADA SAO MARCADAS NA LINHA. NO FIM LISTA OS  *   00002000
      *    ACESSOS DE CODIGOS QUE NAO ESTAO NO CADASTRO.            *   00002100
      *    HAVENDO TENTATIVA NEGADA NO MES DA RC=4.                 *   00002200
      *    CARTAO SYSIN 1: MES DA REVISAO AAAAMM (ZEROS = MES       *   00002300
      *    ANTERIOR AO DA EXECUCAO).                                *   00002400
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    OPERADOR             I                  -----------      *   00002800
      *    PERMISSO             I                  -----------      *   00002900
      *    ACESSLOG             I                  -----------      *   00003000
      *    RELACE               O                  -----------      *   00003100
      *-------------------------------------------------------------*   00003200
      *   MODULOS....:                             INCLUDE/BOOK     *   00003300
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003400
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       ENVIRONMENT                               DIVISION.              00003800
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       CONFIGURATION                               SECTION.             00004200
      *=============================================================*   00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
       INPUT-OUTPUT                                SECTION.             00004700
       FILE-CONTROL.                                                    00004800
            SELECT OPERADOR ASSIGN TO OPERADOR                          00004900
                 FILE STATUS IS WRK-FS-OPERADOR.                        00005000
                                                                        00005100
            SELECT PERMISSO ASSIGN TO PERMISSO                          00005200
                 FILE STATUS IS WRK-FS-PERMISSO.                        00005300
                                                                        00005400
            SELECT ACESSLOG ASSIGN TO ACESSLOG                          00005500
                 FILE STATUS IS WRK-FS-ACESSLOG.                        00005600
                                                                        00005700
            SELECT RELACE ASSIGN TO RELACE                              00005800
                 FILE STATUS IS WRK-FS-RELACE.                          00005900
                                                                        00006000
      *=============================================================*   00006100
       DATA                                      DIVISION.              00006200
      *=============================================================*   00006300
       FILE                                      SECTION.               00006400
       FD OPERADOR                                                      00006500
           RECORDING MODE IS F                                          00006600
           LABEL RECORD IS STANDARD                                     00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
      *-------------------LRECL 60----------------------------------*   00006900
      *   SITUACAO A = ATIVO; QUALQUER OUTRA = INATIVO.              *  00007000
      *-------------------------------------------------------------*   00007100
       01 FD-OPERADOR.                                                  00007200
          05 FD-OPE-OPERADOR     PIC X(08).                             00007300
          05 FD-OPE-NOME         PIC X(30).                             00007400
          05 FD-OPE-PERFIL       PIC X(08).                             00007500
          05 FD-OPE-SITUACAO     PIC X(01).                             00007600
          05 FILLER              PIC X(13).                             00007700
                                                                        00007800
       FD PERMISSO                                                      00007900
           RECORDING MODE IS F                                          00008000
           LABEL RECORD IS STANDARD                                     00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
      *-------------------LRECL 40----------------------------------*   00008300
      *   OPERACAO '*' = QUALQUER OPERACAO DO PROGRAMA.              *  00008400
      *-------------------------------------------------------------*   00008500
       01 FD-PERMISSO.                                                  00008600
          05 FD-PER-PERFIL       PIC X(08).                             00008700
          05 FD-PER-PROGRAMA     PIC X(08).                             00008800
          05 FD-PER-OPERACAO     PIC X(08).                             00008900
          05 FILLER              PIC X(16).                             00009000
                                                                        00009100
       FD ACESSLOG                                                      00009200
           RECORDING MODE IS F                                          00009300
           LABEL RECORD IS STANDARD                                     00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
      *-------------------LRECL 80----------------------------------*   00009600
      *   RESULTADO S = AUTORIZADO, N = NEGADO, O = OPERADOR NAO    *   00009700
      *   CADASTRADO OU INATIVO, D = MATRIZ DESLIGADA.               *  00009800
      *-------------------------------------------------------------*   00009900
       01 FD-ACESSLOG.                                                  00010000
          05 FD-ACE-DATA.                                               00010100
             10 FD-ACE-AAAAMM    PIC 9(06).                             00010200
             10 FD-ACE-DIA       PIC 9(02).                             00010300
          05 FD-ACE-HORA         PIC 9(06).                             00010400
          05 FD-ACE-RUNID        PIC X(14).                             00010500
          05 FD-ACE-PROGRAMA     PIC X(08).                             00010600
          05 FD-ACE-OPERACAO     PIC X(08).                             00010700
          05 FD-ACE-OPERADOR     PIC X(08).                             00010800
          05 FD-ACE-PERFIL       PIC X(08).                             00010900
          05 FD-ACE-RESULTADO    PIC X(01).                             00011000
          05 FD-ACE-CHAVE        PIC X(16).                             00011100
          05 FILLER              PIC X(03).                             00011200
                                                                        00011300
       FD RELACE                                                        00011400
           RECORDING MODE IS F.                                         00011500
      *-------------------LRECL 120---------------------------------*   00011600
       01 FD-RELACE              PIC X(120).                            00011700
                                                                        00011800
      *=============================================================*   00011900
       WORKING-STORAGE                             SECTION.             00012000
      *=============================================================*   00012100
                                                                        00012200
       01 FILLER          PIC X(64) VALUE                               00012300
           '-----------BOOK LOGERROS------------------------'.          00012400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00012500
       COPY '#GLOG'.                                                    00012600
      *-------------------------------------------------------------*   00012700
                                                                        00012800
       01 FILLER          PIC X(64) VALUE                               00012900
           '-----------VARIAVEIS DE STATUS------------------'.          00013000
                                                                        00013100
       77 WRK-FS-OPERADOR PIC 9(02).                                    00013200
       77 WRK-FS-PERMISSO PIC 9(02).                                    00013300
       77 WRK-FS-ACESSLOG PIC 9(02).                                    00013400
       77 WRK-FS-RELACE   PIC 9(02).                                    00013500
                                                                        00013600
       77 WRK-SW-FIM-OPE  PIC X(01) VALUE 'N'.                          00013700
           88 WRK-FIM-OPERADOR       VALUE 'S'.                         00013800
       77 WRK-SW-FIM-PER  PIC X(01) VALUE 'N'.                          00013900
           88 WRK-FIM-PERMISSO       VALUE 'S'.                         00014000
       77 WRK-SW-FIM-ACE  PIC X(01) VALUE 'N'.                          00014100
           88 WRK-FIM-ACESSLOG       VALUE 'S'.                         00014200
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00014300
           88 WRK-ACHOU              VALUE 'S'.                         00014400
                                                                        00014500
       01 FILLER          PIC X(64) VALUE                               00014600
           '-----------CARTAO DE PARAMETRO------------------'.          00014700
                                                                        00014800
       01 WRK-MESCARD.                                                  00014900
          05 FILLER              PIC X(10).                             00015000
          05 WRK-MESCARD-AC      PIC 9(06).                             00015100
                                                                        00015200
       77 WRK-MES-REVISAO PIC 9(06) VALUE ZEROES.                       00015300
       01 WRK-DATA-HOJE          PIC 9(08) VALUE ZEROES.                00015400
       01 FILLER REDEFINES WRK-DATA-HOJE.                               00015500
          05 WRK-HOJE-ANO        PIC 9(04).                             00015600
          05 WRK-HOJE-MES        PIC 9(02).                             00015700
          05 WRK-HOJE-DIA        PIC 9(02).                             00015800
       01 WRK-MES-ANTERIOR.                                             00015900
          05 WRK-ANT-ANO         PIC 9(04).                             00016000
          05 WRK-ANT-MES         PIC 9(02).                             00016100
                                                                        00016200
       01 FILLER          PIC X(64) VALUE                               00016300
           '-----------CADASTRO DE OPERADORES---------------'.          00016400
                                                                        00016500
       77 WRK-QTD-OPE     PIC 9(03) VALUE ZEROES.                       00016600
       77 WRK-IND-OPE     PIC 9(03) VALUE ZEROES.                       00016700
       01 WRK-TAB-OPERADOR.                                             00016800
          05 WRK-OPE-LINHA OCCURS 300 TIMES.                            00016900
             10 WRK-OPE-OPERADOR  PIC X(08).                            00017000
             10 WRK-OPE-NOME      PIC X(30).                            00017100
             10 WRK-OPE-PERFIL    PIC X(08).                            00017200
             10 WRK-OPE-SITUACAO  PIC X(01).                            00017300
                                                                        00017400
       01 FILLER          PIC X(64) VALUE                               00017500
           '-----------PERMISSOES POR PERFIL----------------'.          00017600
                                                                        00017700
       77 WRK-QTD-PER     PIC 9(03) VALUE ZEROES.                       00017800
       77 WRK-SUB-PER     PIC 9(03) VALUE ZEROES.                       00017900
       01 WRK-TAB-PERMISSAO.                                            00018000
          05 WRK-PER-LINHA OCCURS 500 TIMES.                            00018100
             10 WRK-PER-PERFIL    PIC X(08).                            00018200
             10 WRK-PER-PROGRAMA  PIC X(08).                            00018300
             10 WRK-PER-OPERACAO  PIC X(08).                            00018400
                                                                        00018500
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------USO DO MES---------------------------'.          00018700
      *-------CONSOLIDADO POR OPERADOR + PROGRAMA + OPERACAO--------*   00018800
       77 WRK-QTD-USO     PIC 9(04) VALUE ZEROES.                       00018900
       77 WRK-SUB-USO     PIC 9(04) VALUE ZEROES.                       00019000
       77 WRK-IND-USO     PIC 9(04) VALUE ZEROES.                       00019100
       01 WRK-TAB-USO.                                                  00019200
          05 WRK-USO-LINHA OCCURS 2000 TIMES.                           00019300
             10 WRK-USO-OPERADOR  PIC X(08).                            00019400
             10 WRK-USO-PROGRAMA  PIC X(08).                            00019500
             10 WRK-USO-OPERACAO  PIC X(08).                            00019600
             10 WRK-USO-PERFIL    PIC X(08).                            00019700
             10 WRK-USO-QTD-AUT   PIC 9(05).                            00019800
             10 WRK-USO-QTD-NEG   PIC 9(05).                            00019900
             10 WRK-USO-QTD-DESL  PIC 9(05).                            00020000
             10 WRK-USO-LISTADO   PIC X(01).                            00020100
       01 WRK-CHAVE-USO.                                                00020200
          05 WRK-CHV-OPERADOR    PIC X(08).                             00020300
          05 WRK-CHV-PROGRAMA    PIC X(08).                             00020400
          05 WRK-CHV-OPERACAO    PIC X(08).                             00020500
                                                                        00020600
       77 WRK-USOS-PERMISSAO PIC 9(07) VALUE ZEROES.                    00020700
       77 WRK-LINHAS-OPE     PIC 9(04) VALUE ZEROES.                    00020800
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------CONTADORES---------------------------'.          00021100
                                                                        00021200
       77 WRK-REGLIDOS    PIC 9(07) VALUE ZEROES.                       00021300
       77 WRK-QTD-DOMES   PIC 9(07) VALUE ZEROES.                       00021400
       77 WRK-QTD-AUTORIZ PIC 9(07) VALUE ZEROES.                       00021500
       77 WRK-QTD-NEGADO  PIC 9(07) VALUE ZEROES.                       00021600
       77 WRK-QTD-DESLIG  PIC 9(07) VALUE ZEROES.                       00021700
       77 WRK-QTD-ATIVO   PIC 9(03) VALUE ZEROES.                       00021800
       77 WRK-QTD-INATIVO PIC 9(03) VALUE ZEROES.                       00021900
       77 WRK-QTD-PERMOPE PIC 9(05) VALUE ZEROES.                       00022000
       77 WRK-QTD-NUSADA  PIC 9(05) VALUE ZEROES.                       00022100
       77 WRK-QTD-FORACAD PIC 9(05) VALUE ZEROES.                       00022200
       77 WRK-QTD-DESPREZ PIC 9(07) VALUE ZEROES.                       00022300
                                                                        00022400
       01 FILLER          PIC X(64) VALUE                               00022500
           '-----------LINHAS DO RELATORIO------------------'.          00022600
       01 WRK-LINHA-TITULO.                                             00022700
          05 FILLER              PIC X(50) VALUE                        00022800
             'REVISAO MENSAL DE ACESSOS - MATRIZ DE AUTORIZACAO '.      00022900
          05 FILLER              PIC X(05) VALUE 'MES: '.               00023000
          05 WRK-TIT-MES         PIC 9(06).                             00023100
          05 FILLER              PIC X(59) VALUE SPACES.                00023200
       01 WRK-LINHA-TRACO        PIC X(120) VALUE ALL '-'.              00023300
       01 WRK-LINHA-OPERADOR.                                           00023400
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00023500
          05 WRK-DET-OPERADOR    PIC X(08).                             00023600
          05 FILLER              PIC X(03) VALUE ' - '.                 00023700
          05 WRK-DET-NOME        PIC X(30).                             00023800
          05 FILLER              PIC X(09) VALUE ' PERFIL: '.           00023900
          05 WRK-DET-PERFIL      PIC X(08).                             00024000
          05 FILLER              PIC X(11) VALUE ' SITUACAO: '.         00024100
          05 WRK-DET-SITUACAO    PIC X(07).                             00024200
          05 FILLER              PIC X(34) VALUE SPACES.                00024300
       01 WRK-LINHA-SUBTIT.                                             00024400
          05 FILLER              PIC X(03) VALUE SPACES.                00024500
          05 WRK-SUB-TEXTO       PIC X(60).                             00024600
          05 FILLER              PIC X(57) VALUE SPACES.                00024700
       01 WRK-LINHA-PERMISSAO.                                          00024800
          05 FILLER              PIC X(06) VALUE SPACES.                00024900
          05 WRK-DET-PER-PROG    PIC X(08).                             00025000
          05 FILLER              PIC X(01) VALUE SPACES.                00025100
          05 WRK-DET-PER-OPER    PIC X(08).                             00025200
          05 FILLER              PIC X(15) VALUE '  USOS NO MES: '.     00025300
          05 WRK-DET-PER-USOS    PIC Z.ZZZ.ZZ9.                         00025400
          05 FILLER              PIC X(02) VALUE SPACES.                00025500
          05 WRK-DET-PER-OBS     PIC X(20).                             00025600
          05 FILLER              PIC X(51) VALUE SPACES.                00025700
       01 WRK-LINHA-USO.                                                00025800
          05 FILLER              PIC X(06) VALUE SPACES.                00025900
          05 WRK-DET-USO-PROG    PIC X(08).                             00026000
          05 FILLER              PIC X(01) VALUE SPACES.                00026100
          05 WRK-DET-USO-OPER    PIC X(08).                             00026200
          05 FILLER              PIC X(15) VALUE '  AUTORIZADOS: '.     00026300
          05 WRK-DET-USO-AUT     PIC ZZ.ZZ9.                            00026400
          05 FILLER              PIC X(11) VALUE '  NEGADOS: '.         00026500
          05 WRK-DET-USO-NEG     PIC ZZ.ZZ9.                            00026600
          05 FILLER              PIC X(14) VALUE '  SEM MATRIZ: '.      00026700
          05 WRK-DET-USO-DESL    PIC ZZ.ZZ9.                            00026800
          05 FILLER              PIC X(02) VALUE SPACES.                00026900
          05 WRK-DET-USO-OBS     PIC X(20).                             00027000
          05 FILLER              PIC X(23) VALUE SPACES.                00027100
       01 WRK-LINHA-FORACAD.                                            00027200
          05 FILLER              PIC X(06) VALUE SPACES.                00027300
          05 WRK-DET-FOR-OPER    PIC X(08).                             00027400
          05 FILLER              PIC X(01) VALUE SPACES.                00027500
          05 WRK-DET-FOR-PROG    PIC X(08).                             00027600
          05 FILLER              PIC X(01) VALUE SPACES.                00027700
          05 WRK-DET-FOR-OPERAC  PIC X(08).                             00027800
          05 FILLER              PIC X(11) VALUE '  NEGADOS: '.         00027900
          05 WRK-DET-FOR-NEG     PIC ZZ.ZZ9.                            00028000
          05 FILLER              PIC X(14) VALUE '  SEM MATRIZ: '.      00028100
          05 WRK-DET-FOR-DESL    PIC ZZ.ZZ9.                            00028200
          05 FILLER              PIC X(51) VALUE SPACES.                00028300
                                                                        00028400
      *=============================================================*   00028500
       PROCEDURE DIVISION.                                              00028600
      *=============================================================*   00028700
                                                                        00028800
      *-------------------------------------------------------------*   00028900
       0000-PRINCIPAL                           SECTION.                00029000
      *-------------------------------------------------------------*   00029100
            PERFORM  1000-INICIAR.                                      00029200
            PERFORM  1100-CARREGAR-OPERADORES UNTIL WRK-FIM-OPERADOR.   00029300
            PERFORM  1200-CARREGAR-PERMISSOES UNTIL WRK-FIM-PERMISSO.   00029400
            PERFORM  1300-CARREGAR-ACESSOS UNTIL WRK-FIM-ACESSLOG.      00029500
            PERFORM  2000-REVISAR-OPERADORES.                           00029600
            PERFORM  2500-LISTAR-FORA-CADASTRO.                         00029700
            PERFORM  3000-FINALIZAR.                                    00029800
            STOP RUN.                                                   00029900
       0000-99-FIM.              EXIT.                                  00030000
                                                                        00030100
      *-------------------------------------------------------------*   00030200
       1000-INICIAR                             SECTION.                00030300
      *-------------------------------------------------------------*   00030400
      *   SEM CARTAO DE MES A REVISAO E DO MES FECHADO ANTERIOR AO  *   00030500
      *   DA EXECUCAO (O JOB RODA NO INICIO DO MES).                *   00030600
      *-------------------------------------------------------------*   00030700
             OPEN INPUT  OPERADOR PERMISSO ACESSLOG                     00030800
                  OUTPUT RELACE.                                        00030900
               PERFORM 4000-TESTARSTATUS.                               00031000
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00031100
               ACCEPT WRK-MESCARD FROM SYSIN.                           00031200
               IF WRK-MESCARD-AC EQUAL ZEROES                           00031300
                  MOVE WRK-HOJE-ANO TO WRK-ANT-ANO                      00031400
                  IF WRK-HOJE-MES EQUAL 01                              00031500
                     SUBTRACT 1 FROM WRK-ANT-ANO                        00031600
                     MOVE 12 TO WRK-ANT-MES                             00031700
                  ELSE                                                  00031800
                     COMPUTE WRK-ANT-MES = WRK-HOJE-MES - 1             00031900
                  END-IF                                                00032000
                  MOVE WRK-MES-ANTERIOR TO WRK-MES-REVISAO              00032100
               ELSE                                                     00032200
                  MOVE WRK-MESCARD-AC TO WRK-MES-REVISAO                00032300
               END-IF.                                                  00032400
               MOVE WRK-MES-REVISAO TO WRK-TIT-MES.                     00032500
               WRITE FD-RELACE FROM WRK-LINHA-TRACO.                    00032600
               WRITE FD-RELACE FROM WRK-LINHA-TITULO.                   00032700
               WRITE FD-RELACE FROM WRK-LINHA-TRACO.                    00032800
       1000-99-FIM.              EXIT.                                  00032900
                                                                        00033000
      *-------------------------------------------------------------*   00033100
       1100-CARREGAR-OPERADORES                 SECTION.                00033200
      *-------------------------------------------------------------*   00033300
                 READ OPERADOR                                          00033400
                   AT END                                               00033500
                     MOVE 'S' TO WRK-SW-FIM-OPE                         00033600
                 END-READ.                                              00033700
                 PERFORM 4100-TESTARSTATUS-OPERADOR.                    00033800
                 IF WRK-FS-OPERADOR NOT EQUAL 00                        00033900
                    OR FD-OPE-OPERADOR EQUAL SPACES                     00034000
                    GO TO 1100-99-FIM                                   00034100
                 END-IF.                                                00034200
                 IF WRK-QTD-OPE LESS 300                                00034300
                    ADD 1 TO WRK-QTD-OPE                                00034400
                    MOVE FD-OPE-OPERADOR                                00034500
                         TO WRK-OPE-OPERADOR (WRK-QTD-OPE)              00034600
                    MOVE FD-OPE-NOME     TO WRK-OPE-NOME (WRK-QTD-OPE)  00034700
                    MOVE FD-OPE-PERFIL   TO WRK-OPE-PERFIL (WRK-QTD-OPE)00034800
                    MOVE FD-OPE-SITUACAO                                00034900
                         TO WRK-OPE-SITUACAO (WRK-QTD-OPE)              00035000
                 ELSE                                                   00035100
                    DISPLAY ' TABELA DE OPERADORES CHEIA (300) '        00035200
                 END-IF.                                                00035300
       1100-99-FIM.              EXIT.                                  00035400
                                                                        00035500
      *-------------------------------------------------------------*   00035600
       1200-CARREGAR-PERMISSOES                 SECTION.                00035700
      *-------------------------------------------------------------*   00035800
                 READ PERMISSO                                          00035900
                   AT END                                               00036000
                     MOVE 'S' TO WRK-SW-FIM-PER                         00036100
                 END-READ.                                              00036200
                 PERFORM 4200-TESTARSTATUS-PERMISSO.                    00036300
                 IF WRK-FS-PERMISSO NOT EQUAL 00                        00036400
                    OR FD-PER-PERFIL EQUAL SPACES                       00036500
                    GO TO 1200-99-FIM                                   00036600
                 END-IF.                                                00036700
                 IF WRK-QTD-PER LESS 500                                00036800
                    ADD 1 TO WRK-QTD-PER                                00036900
                    MOVE FD-PER-PERFIL   TO WRK-PER-PERFIL (WRK-QTD-PER)00037000
                    MOVE FD-PER-PROGRAMA                                00037100
                         TO WRK-PER-PROGRAMA (WRK-QTD-PER)              00037200
                    MOVE FD-PER-OPERACAO                                00037300
                         TO WRK-PER-OPERACAO (WRK-QTD-PER)              00037400
                 ELSE                                                   00037500
                    DISPLAY ' TABELA DE PERMISSOES CHEIA (500) '        00037600
                 END-IF.                                                00037700
       1200-99-FIM.              EXIT.                                  00037800
                                                                        00037900
      *-------------------------------------------------------------*   00038000
       1300-CARREGAR-ACESSOS                    SECTION.                00038100
      *-------------------------------------------------------------*   00038200
      *   SO ENTRAM AS CONSULTAS DO MES DA REVISAO, SOMADAS POR     *   00038300
      *   OPERADOR + PROGRAMA + OPERACAO E PELO RESULTADO.          *   00038400
      *-------------------------------------------------------------*   00038500
            READ ACESSLOG                                               00038600
              AT END                                                    00038700
                MOVE 'S' TO WRK-SW-FIM-ACE                              00038800
            END-READ.                                                   00038900
            PERFORM 4300-TESTARSTATUS-ACESSLOG.                         00039000
            IF WRK-FS-ACESSLOG NOT EQUAL 00                             00039100
               GO TO 1300-99-FIM                                        00039200
            END-IF.                                                     00039300
            ADD 1 TO WRK-REGLIDOS.                                      00039400
            IF FD-ACE-AAAAMM NOT EQUAL WRK-MES-REVISAO                  00039500
               GO TO 1300-99-FIM                                        00039600
            END-IF.                                                     00039700
            ADD 1 TO WRK-QTD-DOMES.                                     00039800
            EVALUATE FD-ACE-RESULTADO                                   00039900
              WHEN 'S'                                                  00040000
                ADD 1 TO WRK-QTD-AUTORIZ                                00040100
              WHEN 'D'                                                  00040200
                ADD 1 TO WRK-QTD-DESLIG                                 00040300
              WHEN OTHER                                                00040400
                ADD 1 TO WRK-QTD-NEGADO                                 00040500
            END-EVALUATE.                                               00040600
            MOVE FD-ACE-OPERADOR TO WRK-CHV-OPERADOR.                   00040700
            MOVE FD-ACE-PROGRAMA TO WRK-CHV-PROGRAMA.                   00040800
            MOVE FD-ACE-OPERACAO TO WRK-CHV-OPERACAO.                   00040900
            PERFORM 1310-PROCURAR-USO.                                  00041000
            IF NOT WRK-ACHOU                                            00041100
               IF WRK-QTD-USO LESS 2000                                 00041200
                  ADD 1 TO WRK-QTD-USO                                  00041300
                  MOVE WRK-QTD-USO TO WRK-IND-USO                       00041400
                  MOVE FD-ACE-OPERADOR                                  00041500
                       TO WRK-USO-OPERADOR (WRK-IND-USO)                00041600
                  MOVE FD-ACE-PROGRAMA                                  00041700
                       TO WRK-USO-PROGRAMA (WRK-IND-USO)                00041800
                  MOVE FD-ACE-OPERACAO                                  00041900
                       TO WRK-USO-OPERACAO (WRK-IND-USO)                00042000
                  MOVE FD-ACE-PERFIL                                    00042100
                       TO WRK-USO-PERFIL (WRK-IND-USO)                  00042200
                  MOVE ZEROES TO WRK-USO-QTD-AUT (WRK-IND-USO)          00042300
                                 WRK-USO-QTD-NEG (WRK-IND-USO)          00042400
                                 WRK-USO-QTD-DESL (WRK-IND-USO)         00042500
                  MOVE 'N' TO WRK-USO-LISTADO (WRK-IND-USO)             00042600
               ELSE                                                     00042700
                  ADD 1 TO WRK-QTD-DESPREZ                              00042800
                  GO TO 1300-99-FIM                                     00042900
               END-IF                                                   00043000
            END-IF.                                                     00043100
            EVALUATE FD-ACE-RESULTADO                                   00043200
              WHEN 'S'                                                  00043300
                ADD 1 TO WRK-USO-QTD-AUT (WRK-IND-USO)                  00043400
              WHEN 'D'                                                  00043500
                ADD 1 TO WRK-USO-QTD-DESL (WRK-IND-USO)                 00043600
              WHEN OTHER                                                00043700
                ADD 1 TO WRK-USO-QTD-NEG (WRK-IND-USO)                  00043800
            END-EVALUATE.                                               00043900
       1300-99-FIM.              EXIT.                                  00044000
                                                                        00044100
      *-------------------------------------------------------------*   00044200
       1310-PROCURAR-USO                        SECTION.                00044300
      *-------------------------------------------------------------*   00044400
            MOVE 'N'    TO WRK-SW-ACHOU.                                00044500
            MOVE ZEROES TO WRK-IND-USO.                                 00044600
            MOVE 1 TO WRK-SUB-USO.                                      00044700
            PERFORM 1320-COMPARAR-USO                                   00044800
                    UNTIL WRK-SUB-USO GREATER WRK-QTD-USO               00044900
                       OR WRK-ACHOU.                                    00045000
       1310-99-FIM.              EXIT.                                  00045100
                                                                        00045200
      *-------------------------------------------------------------*   00045300
       1320-COMPARAR-USO                        SECTION.                00045400
      *-------------------------------------------------------------*   00045500
            IF WRK-USO-OPERADOR (WRK-SUB-USO) EQUAL WRK-CHV-OPERADOR    00045600
               AND WRK-USO-PROGRAMA (WRK-SUB-USO) EQUAL                 00045700
                   WRK-CHV-PROGRAMA                                     00045800
               AND WRK-USO-OPERACAO (WRK-SUB-USO) EQUAL                 00045900
                   WRK-CHV-OPERACAO                                     00046000
               MOVE 'S' TO WRK-SW-ACHOU                                 00046100
               MOVE WRK-SUB-USO TO WRK-IND-USO                          00046200
            END-IF.                                                     00046300
            ADD 1 TO WRK-SUB-USO.                                       00046400
       1320-99-FIM.              EXIT.                                  00046500
                                                                        00046600
      *-------------------------------------------------------------*   00046700
       2000-REVISAR-OPERADORES                  SECTION.                00046800
      *-------------------------------------------------------------*   00046900
            MOVE 1 TO WRK-IND-OPE.                                      00047000
            PERFORM 2100-REVISAR-UM-OPERADOR                            00047100
                    UNTIL WRK-IND-OPE GREATER WRK-QTD-OPE.              00047200
       2000-99-FIM.              EXIT.                                  00047300
                                                                        00047400
      *-------------------------------------------------------------*   00047500
       2100-REVISAR-UM-OPERADOR                 SECTION.                00047600
      *-------------------------------------------------------------*   00047700
      *   CABECALHO DO OPERADOR, O QUE ELE PODE FAZER (PERMISSOES   *   00047800
      *   DO PERFIL) E O QUE ELE FEZ NO MES (ACESSLOG).             *   00047900
      *-------------------------------------------------------------*   00048000
            MOVE WRK-OPE-OPERADOR (WRK-IND-OPE) TO WRK-DET-OPERADOR.    00048100
            MOVE WRK-OPE-NOME (WRK-IND-OPE)     TO WRK-DET-NOME.        00048200
            MOVE WRK-OPE-PERFIL (WRK-IND-OPE)   TO WRK-DET-PERFIL.      00048300
            IF WRK-OPE-SITUACAO (WRK-IND-OPE) EQUAL 'A'                 00048400
               MOVE 'ATIVO  ' TO WRK-DET-SITUACAO                       00048500
               ADD 1 TO WRK-QTD-ATIVO                                   00048600
            ELSE                                                        00048700
               MOVE 'INATIVO' TO WRK-DET-SITUACAO                       00048800
               ADD 1 TO WRK-QTD-INATIVO                                 00048900
            END-IF.                                                     00049000
            WRITE FD-RELACE FROM WRK-LINHA-OPERADOR.                    00049100
            MOVE 'PODE FAZER (PERMISSOES DO PERFIL)' TO WRK-SUB-TEXTO.  00049200
            WRITE FD-RELACE FROM WRK-LINHA-SUBTIT.                      00049300
            MOVE ZEROES TO WRK-LINHAS-OPE.                              00049400
            MOVE 1 TO WRK-SUB-PER.                                      00049500
            PERFORM 2110-LISTAR-PERMISSAO                               00049600
                    UNTIL WRK-SUB-PER GREATER WRK-QTD-PER.              00049700
            IF WRK-LINHAS-OPE EQUAL ZEROES                              00049800
               MOVE '   (PERFIL SEM PERMISSAO NO PERMISSO)'             00049900
                    TO WRK-SUB-TEXTO                                    00050000
               WRITE FD-RELACE FROM WRK-LINHA-SUBTIT                    00050100
            END-IF.                                                     00050200
            MOVE 'FEZ NO MES (ACESSLOG)' TO WRK-SUB-TEXTO.              00050300
            WRITE FD-RELACE FROM WRK-LINHA-SUBTIT.                      00050400
            MOVE ZEROES TO WRK-LINHAS-OPE.                              00050500
            MOVE 1 TO WRK-SUB-USO.                                      00050600
            PERFORM 2130-LISTAR-USO                                     00050700
                    UNTIL WRK-SUB-USO GREATER WRK-QTD-USO.              00050800
            IF WRK-LINHAS-OPE EQUAL ZEROES                              00050900
               MOVE '   (NENHUM ACESSO NO MES)' TO WRK-SUB-TEXTO        00051000
               WRITE FD-RELACE FROM WRK-LINHA-SUBTIT                    00051100
            END-IF.                                                     00051200
            WRITE FD-RELACE FROM WRK-LINHA-TRACO.                       00051300
            ADD 1 TO WRK-IND-OPE.                                       00051400
       2100-99-FIM.              EXIT.                                  00051500
                                                                        00051600
      *-------------------------------------------------------------*   00051700
       2110-LISTAR-PERMISSAO                    SECTION.                00051800
      *-------------------------------------------------------------*   00051900
      *   USOS = CONSULTAS AUTORIZADAS DO OPERADOR NO PROGRAMA E    *   00052000
      *   OPERACAO DA PERMISSAO (OPERACAO '*' SOMA TODAS).          *   00052100
      *-------------------------------------------------------------*   00052200
            IF WRK-PER-PERFIL (WRK-SUB-PER) NOT EQUAL                   00052300
               WRK-OPE-PERFIL (WRK-IND-OPE)                             00052400
               GO TO 2110-90-PROXIMA                                    00052500
            END-IF.                                                     00052600
            ADD 1 TO WRK-LINHAS-OPE.                                    00052700
            ADD 1 TO WRK-QTD-PERMOPE.                                   00052800
            MOVE ZEROES TO WRK-USOS-PERMISSAO.                          00052900
            MOVE 1 TO WRK-SUB-USO.                                      00053000
            PERFORM 2120-SOMAR-USO                                      00053100
                    UNTIL WRK-SUB-USO GREATER WRK-QTD-USO.              00053200
            MOVE WRK-PER-PROGRAMA (WRK-SUB-PER) TO WRK-DET-PER-PROG.    00053300
            MOVE WRK-PER-OPERACAO (WRK-SUB-PER) TO WRK-DET-PER-OPER.    00053400
            MOVE WRK-USOS-PERMISSAO TO WRK-DET-PER-USOS.                00053500
            IF WRK-USOS-PERMISSAO EQUAL ZEROES                          00053600
               MOVE 'NUNCA USADA NO MES  ' TO WRK-DET-PER-OBS           00053700
               ADD 1 TO WRK-QTD-NUSADA                                  00053800
            ELSE                                                        00053900
               MOVE SPACES TO WRK-DET-PER-OBS                           00054000
            END-IF.                                                     00054100
            WRITE FD-RELACE FROM WRK-LINHA-PERMISSAO.                   00054200
       2110-90-PROXIMA.                                                 00054300
            ADD 1 TO WRK-SUB-PER.                                       00054400
       2110-99-FIM.              EXIT.                                  00054500
                                                                        00054600
      *-------------------------------------------------------------*   00054700
       2120-SOMAR-USO                           SECTION.                00054800
      *-------------------------------------------------------------*   00054900
            IF WRK-USO-OPERADOR (WRK-SUB-USO) EQUAL                     00055000
               WRK-OPE-OPERADOR (WRK-IND-OPE)                           00055100
               AND WRK-USO-PROGRAMA (WRK-SUB-USO) EQUAL                 00055200
                   WRK-PER-PROGRAMA (WRK-SUB-PER)                       00055300
               AND (WRK-PER-OPERACAO (WRK-SUB-PER) EQUAL '*'            00055400
                    OR WRK-USO-OPERACAO (WRK-SUB-USO) EQUAL             00055500
                       WRK-PER-OPERACAO (WRK-SUB-PER))                  00055600
               ADD WRK-USO-QTD-AUT (WRK-SUB-USO) TO WRK-USOS-PERMISSAO  00055700
            END-IF.                                                     00055800
            ADD 1 TO WRK-SUB-USO.                                       00055900
       2120-99-FIM.              EXIT.                                  00056000
                                                                        00056100
      *-------------------------------------------------------------*   00056200
       2130-LISTAR-USO                          SECTION.                00056300
      *-------------------------------------------------------------*   00056400
            IF WRK-USO-OPERADOR (WRK-SUB-USO) NOT EQUAL                 00056500
               WRK-OPE-OPERADOR (WRK-IND-OPE)                           00056600
               GO TO 2130-90-PROXIMO                                    00056700
            END-IF.                                                     00056800
            ADD 1 TO WRK-LINHAS-OPE.                                    00056900
            MOVE 'S' TO WRK-USO-LISTADO (WRK-SUB-USO).                  00057000
            MOVE WRK-USO-PROGRAMA (WRK-SUB-USO) TO WRK-DET-USO-PROG.    00057100
            MOVE WRK-USO-OPERACAO (WRK-SUB-USO) TO WRK-DET-USO-OPER.    00057200
            MOVE WRK-USO-QTD-AUT (WRK-SUB-USO)  TO WRK-DET-USO-AUT.     00057300
            MOVE WRK-USO-QTD-NEG (WRK-SUB-USO)  TO WRK-DET-USO-NEG.     00057400
            MOVE WRK-USO-QTD-DESL (WRK-SUB-USO) TO WRK-DET-USO-DESL.    00057500
            IF WRK-USO-QTD-NEG (WRK-SUB-USO) GREATER ZEROES             00057600
               MOVE 'TENTATIVA NEGADA    ' TO WRK-DET-USO-OBS           00057700
            ELSE                                                        00057800
               MOVE SPACES TO WRK-DET-USO-OBS                           00057900
            END-IF.                                                     00058000
            WRITE FD-RELACE FROM WRK-LINHA-USO.                         00058100
       2130-90-PROXIMO.                                                 00058200
            ADD 1 TO WRK-SUB-USO.                                       00058300
       2130-99-FIM.              EXIT.                                  00058400
                                                                        00058500
      *-------------------------------------------------------------*   00058600
       2500-LISTAR-FORA-CADASTRO                SECTION.                00058700
      *-------------------------------------------------------------*   00058800
      *   CONSULTAS DE CODIGOS QUE NAO ESTAO NO OPERADOR (DECK      *   00058900
      *   SEM CARTAO OPERADOR OU CODIGO DIGITADO ERRADO).           *   00059000
      *-------------------------------------------------------------*   00059100
            MOVE 'ACESSOS DE OPERADORES FORA DO CADASTRO'               00059200
                 TO WRK-SUB-TEXTO.                                      00059300
            WRITE FD-RELACE FROM WRK-LINHA-SUBTIT.                      00059400
            MOVE 1 TO WRK-SUB-USO.                                      00059500
            PERFORM 2510-LISTAR-FORA                                    00059600
                    UNTIL WRK-SUB-USO GREATER WRK-QTD-USO.              00059700
            IF WRK-QTD-FORACAD EQUAL ZEROES                             00059800
               MOVE '   (NENHUM)' TO WRK-SUB-TEXTO                      00059900
               WRITE FD-RELACE FROM WRK-LINHA-SUBTIT                    00060000
            END-IF.                                                     00060100
       2500-99-FIM.              EXIT.                                  00060200
                                                                        00060300
      *-------------------------------------------------------------*   00060400
       2510-LISTAR-FORA                         SECTION.                00060500
      *-------------------------------------------------------------*   00060600
            IF WRK-USO-LISTADO (WRK-SUB-USO) EQUAL 'N'                  00060700
               ADD 1 TO WRK-QTD-FORACAD                                 00060800
               MOVE WRK-USO-OPERADOR (WRK-SUB-USO) TO WRK-DET-FOR-OPER  00060900
               MOVE WRK-USO-PROGRAMA (WRK-SUB-USO) TO WRK-DET-FOR-PROG  00061000
               MOVE WRK-USO-OPERACAO (WRK-SUB-USO)                      00061100
                    TO WRK-DET-FOR-OPERAC                               00061200
               MOVE WRK-USO-QTD-NEG (WRK-SUB-USO)  TO WRK-DET-FOR-NEG   00061300
               MOVE WRK-USO-QTD-DESL (WRK-SUB-USO) TO WRK-DET-FOR-DESL  00061400
               WRITE FD-RELACE FROM WRK-LINHA-FORACAD                   00061500
            END-IF.                                                     00061600
            ADD 1 TO WRK-SUB-USO.                                       00061700
       2510-99-FIM.              EXIT.                                  00061800
                                                                        00061900
      *-------------------------------------------------------------*   00062000
       3000-FINALIZAR                           SECTION.                00062100
      *-------------------------------------------------------------*   00062200
             WRITE FD-RELACE FROM WRK-LINHA-TRACO.                      00062300
             CLOSE OPERADOR PERMISSO ACESSLOG RELACE.                   00062400
               PERFORM 4000-TESTARSTATUS.                               00062500
              DISPLAY ' ============================================'.  00062600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19ACE           '.  00062700
              DISPLAY ' ============================================'.  00062800
              DISPLAY ' MES DA REVISAO.........' WRK-MES-REVISAO.       00062900
              DISPLAY ' OPERADORES ATIVOS......' WRK-QTD-ATIVO.         00063000
              DISPLAY ' OPERADORES INATIVOS....' WRK-QTD-INATIVO.       00063100
              DISPLAY ' PERMISSOES REVISTAS....' WRK-QTD-PERMOPE.       00063200
              DISPLAY ' PERMISSOES NAO USADAS..' WRK-QTD-NUSADA.        00063300
              DISPLAY ' CONSULTAS LIDAS........' WRK-REGLIDOS.          00063400
              DISPLAY ' CONSULTAS DO MES.......' WRK-QTD-DOMES.         00063500
              DISPLAY ' AUTORIZADAS............' WRK-QTD-AUTORIZ.       00063600
              DISPLAY ' NEGADAS................' WRK-QTD-NEGADO.        00063700
              DISPLAY ' COM MATRIZ DESLIGADA...' WRK-QTD-DESLIG.        00063800
              DISPLAY ' USOS FORA DO CADASTRO..' WRK-QTD-FORACAD.       00063900
              IF WRK-QTD-DESPREZ GREATER ZEROES                         00064000
                 DISPLAY ' TABELA DE USO CHEIA (2000) - DESPREZADAS: '  00064100
                         WRK-QTD-DESPREZ                                00064200
              END-IF.                                                   00064300
              DISPLAY ' ============================================'.  00064400
             IF WRK-QTD-NEGADO GREATER ZEROES                           00064500
                MOVE 4 TO RETURN-CODE                                   00064600
             END-IF.                                                    00064700
       3000-99-FIM.              EXIT.                                  00064800
                                                                        00064900
      *-------------------------------------------------------------*   00065000
       4000-TESTARSTATUS                            SECTION.            00065100
      *-------------------------------------------------------------*   00065200
                 PERFORM 4100-TESTARSTATUS-OPERADOR.                    00065300
                 PERFORM 4200-TESTARSTATUS-PERMISSO.                    00065400
                 PERFORM 4300-TESTARSTATUS-ACESSLOG.                    00065500
                 IF WRK-FS-RELACE NOT EQUAL 00                          00065600
                   MOVE 'ERRO NO OPEN RELACE   ' TO WRK-MSGERRO         00065700
                   MOVE '1000'                   TO WRK-SECAO           00065800
                   MOVE WRK-FS-RELACE            TO WRK-STATUS          00065900
                    PERFORM 9000-TRATAERROS                             00066000
                 END-IF.                                                00066100
       4000-99-FIM.              EXIT.                                  00066200
                                                                        00066300
      *-------------------------------------------------------------*   00066400
       4100-TESTARSTATUS-OPERADOR                   SECTION.            00066500
      *-------------------------------------------------------------*   00066600
               IF WRK-FS-OPERADOR NOT EQUAL 00                          00066700
                           AND WRK-FS-OPERADOR NOT EQUAL 10             00066800
                 MOVE 'ERRO NO OPERADOR      ' TO WRK-MSGERRO           00066900
                 MOVE '1100'                   TO WRK-SECAO             00067000
                 MOVE WRK-FS-OPERADOR          TO WRK-STATUS            00067100
                  PERFORM 9000-TRATAERROS                               00067200
               END-IF.                                                  00067300
       4100-99-FIM.              EXIT.                                  00067400
                                                                        00067500
      *-------------------------------------------------------------*   00067600
       4200-TESTARSTATUS-PERMISSO                   SECTION.            00067700
      *-------------------------------------------------------------*   00067800
               IF WRK-FS-PERMISSO NOT EQUAL 00                          00067900
                           AND WRK-FS-PERMISSO NOT EQUAL 10             00068000
                 MOVE 'ERRO NO PERMISSO      ' TO WRK-MSGERRO           00068100
                 MOVE '1200'                   TO WRK-SECAO             00068200
                 MOVE WRK-FS-PERMISSO          TO WRK-STATUS            00068300
                  PERFORM 9000-TRATAERROS                               00068400
               END-IF.                                                  00068500
       4200-99-FIM.              EXIT.                                  00068600
                                                                        00068700
      *-------------------------------------------------------------*   00068800
       4300-TESTARSTATUS-ACESSLOG                   SECTION.            00068900
      *-------------------------------------------------------------*   00069000
               IF WRK-FS-ACESSLOG NOT EQUAL 00                          00069100
                           AND WRK-FS-ACESSLOG NOT EQUAL 10             00069200
                 MOVE 'ERRO NO ACESSLOG      ' TO WRK-MSGERRO           00069300
                 MOVE '1300'                   TO WRK-SECAO             00069400
                 MOVE WRK-FS-ACESSLOG          TO WRK-STATUS            00069500
                  PERFORM 9000-TRATAERROS                               00069600
               END-IF.                                                  00069700
       4300-99-FIM.              EXIT.                                  00069800
                                                                        00069900
      *-------------------------------------------------------------*   00070000
       9000-TRATAERROS                              SECTION.            00070100
      *-------------------------------------------------------------*   00070200
           MOVE 'FR19ACE ' TO WRK-PROGRAMA                              00070300
           MOVE 'E'        TO WRK-SEVERIDADE                            00070400
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00070500
           GOBACK.                                                      00070600
       9000-99-FIM.              EXIT.                                  00070700
