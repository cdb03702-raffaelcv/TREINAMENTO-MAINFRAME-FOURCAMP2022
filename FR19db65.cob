      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB65.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONSUMO ACUMULADO DO ORCAMENTO DE HORAS DOS     *   00001200
      *    PROJETOS E PROJECAO DE TERMINO. O FR19DB18 E O FR19EX42  *   00001300
      *    SO OLHAM O PERIODO, E NINGUEM VIA O PROJETO QUE GASTOU   *   00001400
      *    90 PCT DO ORCAMENTO NA METADE DO PRAZO.                  *   00001500
      *    MANTEM O MASTER HORASPRJ (UM REGISTRO POR PROJETO COM AS *   00001600
      *    HORAS ACUMULADAS ATE A DATA, AS HORAS DOS TRES ULTIMOS   *   00001700
      *    PERIODOS E A QUANTIDADE DE PERIODOS APURADOS): SOMA AS   *   00001800
      *    HORAS DO FUNPROJ VALIDADO DO PERIODO POR PROJETO (CODIGO *   00001900
      *    NAS POSICOES 1-8) E GRAVA O MASTER NOVO NO HRSPRJNV COM  *   00002000
      *    CABECALHO/RODAPE (QTD + SOMA DAS HORAS ACUMULADAS).      *   00002100
      *    COMPETENCIA JA APURADA NO MASTER ENCERRA COM RC=8 (NAO   *   00002200
      *    SOMA O MESMO PERIODO DUAS VEZES).                        *   00002300
      *    O RELBURN SAI POR GESTOR DO PROJMST, PROJETO A PROJETO:  *   00002400
      *     - HORAS ORCADAS, CONSUMIDAS E PCT CONSUMIDO             *   00002500
      *     - RITMO: MEDIA DE HORAS DOS ULTIMOS TRES PERIODOS       *   00002600
      *     - DESVIO PREVISTO: CONSUMIDO + RITMO X PERIODOS QUE     *   00002700
      *       FALTAM PARA O PRAZO DO PROJMST, MENOS O ORCADO        *   00002800
      *       (SEM PRAZO NO CADASTRO, O DESVIO E O ATUAL)           *   00002900
      *     - SITUACAO: ALERTA 80 (A PARTIR DE 80 PCT), ESTOURADO   *   00003000
      *       (A PARTIR DE 100 PCT), PROJ.ESTOURO (DESVIO PREVISTO  *   00003100
      *       POSITIVO) OU SEM PRAZO                                *   00003200
      *     - PROJETO ENCERRADO (E) SAI COM O DESVIO FINAL          *   00003300
      *       (CONSUMIDO MENOS ORCADO)                              *   00003400
      *    SUBTOTAL POR GESTOR E TOTAL GERAL. PROJETO ABERTO        *   00003500
      *    ESTOURADO OU HORAS FORA DO CADASTRO DAO RC=4.            *   00003600
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (BRANCOS = MES          *   00003700
      *    CORRENTE) COM 10 DE FILLER.                              *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    PROJMST              I                  -----------      *   00004200
      *    HORASPRJ             I                  -----------      *   00004300
      *    FUNPROJ              I                  -----------      *   00004400
      *    HRSPRJNV             O                  -----------      *   00004500
      *    RELBURN              O                  -----------      *   00004600
      *-------------------------------------------------------------*   00004700
      *   MODULOS....:                             INCLUDE/BOOK     *   00004800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004900
      *=============================================================*   00005000
                                                                        00005100
      *=============================================================*   00005200
       ENVIRONMENT                               DIVISION.              00005300
      *=============================================================*   00005400
                                                                        00005500
      *=============================================================*   00005600
       CONFIGURATION                               SECTION.             00005700
      *=============================================================*   00005800
       SPECIAL-NAMES.                                                   00005900
           DECIMAL-POINT IS COMMA.                                      00006000
                                                                        00006100
       INPUT-OUTPUT                                SECTION.             00006200
       FILE-CONTROL.                                                    00006300
            SELECT PROJMST ASSIGN TO PROJMST                            00006400
                 FILE STATUS IS WRK-FS-PROJMST.                         00006500
                                                                        00006600
            SELECT HORASPRJ ASSIGN TO HORASPRJ                          00006700
                 FILE STATUS IS WRK-FS-HORASPRJ.                        00006800
                                                                        00006900
            SELECT FUNPROJ ASSIGN TO FUNPROJ                            00007000
                 FILE STATUS IS WRK-FS-FUNPROJ.                         00007100
                                                                        00007200
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007300
                                                                        00007400
            SELECT HRSPRJNV ASSIGN TO HRSPRJNV                          00007500
                 FILE STATUS IS WRK-FS-HRSPRJNV.                        00007600
                                                                        00007700
            SELECT RELBURN ASSIGN TO RELBURN                            00007800
                 FILE STATUS IS WRK-FS-RELBURN.                         00007900
                                                                        00008000
      *=============================================================*   00008100
       DATA                                      DIVISION.              00008200
      *=============================================================*   00008300
       FILE                                      SECTION.               00008400
      *-------------------LRECL 80----------------------------------*   00008500
       FD PROJMST                                                       00008600
           RECORDING MODE IS F                                          00008700
           LABEL RECORD IS STANDARD                                     00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-PROJMST.                                                   00009000
          05 FD-PRM-CODIGO         PIC X(08).                           00009100
          05 FD-PRM-NOME           PIC X(30).                           00009200
          05 FD-PRM-GESTOR         PIC X(20).                           00009300
          05 FD-PRM-HORASORC       PIC 9(06).                           00009400
          05 FD-PRM-STATUS         PIC X(01).                           00009500
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00009600
          05 FD-PRM-CLIENTE        PIC X(05).                           00009700
          05 FD-PRM-PRAZO          PIC 9(02).                           00009800
                                                                        00009900
      *-------------------LRECL 40----------------------------------*   00010000
       FD HORASPRJ                                                      00010100
           RECORDING MODE IS F                                          00010200
           LABEL RECORD IS STANDARD                                     00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       01 FD-HORASPRJ.                                                  00010500
          05 FD-HP-CODIGO          PIC X(08).                           00010600
          05 FD-HP-ULTCOMP         PIC X(06).                           00010700
          05 FD-HP-ACUMULADO       PIC 9(07).                           00010800
          05 FD-HP-HORASP1         PIC 9(05).                           00010900
          05 FD-HP-HORASP2         PIC 9(05).                           00011000
          05 FD-HP-HORASP3         PIC 9(05).                           00011100
          05 FD-HP-QTDPER          PIC 9(03).                           00011200
          05 FILLER                PIC X(01).                           00011300
                                                                        00011400
      *-------------------LRECL 61----------------------------------*   00011500
       FD FUNPROJ                                                       00011600
           RECORDING MODE IS F                                          00011700
           LABEL RECORD IS STANDARD                                     00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-FUNPROJ.                                                   00012000
          05 FD-FP-IDFUNC    PIC 9(05).                                 00012100
          05 FD-FP-NOMEFUNC  PIC X(30).                                 00012200
          05 FD-FP-PROJETO   PIC X(20).                                 00012300
          05 FD-FP-QTHORAS   PIC 9(03).                                 00012400
          05 FD-FP-EMPRESA   PIC X(03).                                 00012500
                                                                        00012600
      *-------------------LRECL 40----------------------------------*   00012700
       FD HRSPRJNV                                                      00012800
           RECORDING MODE IS F.                                         00012900
       01 FD-HRSPRJNV            PIC X(40).                             00013000
                                                                        00013100
      *-------------------LRECL 100---------------------------------*   00013200
       FD RELBURN                                                       00013300
           RECORDING MODE IS F.                                         00013400
       01 FD-RELBURN             PIC X(100).                            00013500
                                                                        00013600
      *=============================================================*   00013700
       WORKING-STORAGE                             SECTION.             00013800
      *=============================================================*   00013900
                                                                        00014000
       01 FILLER          PIC X(64) VALUE                               00014100
           '-----------BOOK LOGERROS------------------------'.          00014200
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00014300
       COPY '#GLOG'.                                                    00014400
      *-------------------------------------------------------------*   00014500
                                                                        00014600
       01 FILLER          PIC X(64) VALUE                               00014700
           '-----------VARIAVEIS DE STATUS------------------'.          00014800
                                                                        00014900
       77 WRK-FS-PROJMST  PIC 9(02).                                    00015000
       77 WRK-FS-HORASPRJ PIC 9(02).                                    00015100
       77 WRK-FS-FUNPROJ  PIC 9(02).                                    00015200
       77 WRK-FS-HRSPRJNV PIC 9(02).                                    00015300
       77 WRK-FS-RELBURN  PIC 9(02).                                    00015400
                                                                        00015500
       77 WRK-SW-FIM-PRM  PIC X(01) VALUE 'N'.                          00015600
           88 WRK-FIM-PRM            VALUE 'S'.                         00015700
       77 WRK-SW-FIM-HP   PIC X(01) VALUE 'N'.                          00015800
           88 WRK-FIM-HORASPRJ       VALUE 'S'.                         00015900
       77 WRK-SW-FIM-FP   PIC X(01) VALUE 'N'.                          00016000
           88 WRK-FIM-FUNPROJ        VALUE 'S'.                         00016100
       77 WRK-SW-DADO-FP  PIC X(01) VALUE 'N'.                          00016200
           88 WRK-DADO-FP-OK         VALUE 'S'.                         00016300
                                                                        00016400
       01 FILLER          PIC X(64) VALUE                               00016500
           '-----------CARTOES DE PARAMETRO-----------------'.          00016600
                                                                        00016700
       01 WRK-COMPCARD.                                                 00016800
          05 FILLER              PIC X(10).                             00016900
          05 WRK-COMPCARD-AC     PIC X(06).                             00017000
                                                                        00017100
       77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.                       00017200
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00017300
                                                                        00017400
       01 FILLER          PIC X(64) VALUE                               00017500
           '-----------PROJETOS EM MEMORIA------------------'.          00017600
                                                                        00017700
       77 WRK-QTD-PRJ     PIC 9(03) VALUE ZEROES.                       00017800
       77 WRK-SUB-PRJ     PIC 9(03) VALUE ZEROES.                       00017900
       77 WRK-IND-PRJ     PIC 9(03) VALUE ZEROES.                       00018000
       77 WRK-CODIGO-BUSCA PIC X(08) VALUE SPACES.                      00018100
       01 WRK-TAB-PRJ.                                                  00018200
          05 WRK-PRJ-LINHA OCCURS 300 TIMES.                            00018300
             10 WRK-TBPRJ-CODIGO    PIC X(08).                          00018400
             10 WRK-TBPRJ-NOME      PIC X(30).                          00018500
             10 WRK-TBPRJ-GESTOR    PIC X(20).                          00018600
             10 WRK-TBPRJ-HORASORC  PIC 9(06).                          00018700
             10 WRK-TBPRJ-STATUS    PIC X(01).                          00018800
             10 WRK-TBPRJ-PRAZO     PIC 9(02).                          00018900
             10 WRK-TBPRJ-HISTORICO PIC X(01).                          00019000
             10 WRK-TBPRJ-ACUMULADO PIC 9(07).                          00019100
             10 WRK-TBPRJ-HORASP1   PIC 9(05).                          00019200
             10 WRK-TBPRJ-HORASP2   PIC 9(05).                          00019300
             10 WRK-TBPRJ-HORASP3   PIC 9(05).                          00019400
             10 WRK-TBPRJ-QTDPER    PIC 9(03).                          00019500
             10 WRK-TBPRJ-HORASPER  PIC 9(05).                          00019600
             10 WRK-TBPRJ-IMPRESSO  PIC X(01).                          00019700
                                                                        00019800
       01 FILLER          PIC X(64) VALUE                               00019900
           '-----------CALCULO DO CONSUMO-------------------'.          00020000
                                                                        00020100
       77 WRK-PCT-CONSUMO PIC 9(04) VALUE ZEROES.                       00020200
       77 WRK-RITMO       PIC 9(05) VALUE ZEROES.                       00020300
       77 WRK-PER-RITMO   PIC 9(01) VALUE ZEROES.                       00020400
       77 WRK-PER-FALTAM  PIC 9(03) VALUE ZEROES.                       00020500
       77 WRK-PROJETADO   PIC 9(08) VALUE ZEROES.                       00020600
       77 WRK-DESVIO      PIC S9(08) VALUE ZEROES.                      00020700
                                                                        00020800
       01 FILLER          PIC X(64) VALUE                               00020900
           '-----------QUEBRA POR GESTOR--------------------'.          00021000
                                                                        00021100
       77 WRK-GESTOR-ATUAL PIC X(20) VALUE SPACES.                      00021200
       77 WRK-SW-ACHOU-GES PIC X(01) VALUE 'N'.                         00021300
           88 WRK-ACHOU-GESTOR      VALUE 'S'.                          00021400
       77 WRK-ORC-GESTOR   PIC 9(08) VALUE ZEROES.                      00021500
       77 WRK-CONS-GESTOR  PIC 9(08) VALUE ZEROES.                      00021600
       77 WRK-ORC-GERAL    PIC 9(08) VALUE ZEROES.                      00021700
       77 WRK-CONS-GERAL   PIC 9(08) VALUE ZEROES.                      00021800
                                                                        00021900
       01 FILLER          PIC X(64) VALUE                               00022000
           '-----------CONTADORES E CONTROLES---------------'.          00022100
                                                                        00022200
       77 WRK-REGMASTER   PIC 9(05) VALUE ZEROES.                       00022300
       77 WRK-REGFUNPROJ  PIC 9(05) VALUE ZEROES.                       00022400
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00022500
       77 WRK-HASH-NOVO   PIC 9(12) VALUE ZEROES.                       00022600
       77 WRK-HORAS-PER   PIC 9(07) VALUE ZEROES.                       00022700
       77 WRK-QTD-ALERTA  PIC 9(03) VALUE ZEROES.                       00022800
       77 WRK-QTD-ESTOURO PIC 9(03) VALUE ZEROES.                       00022900
       77 WRK-QTD-TENDEN  PIC 9(03) VALUE ZEROES.                       00023000
       77 WRK-QTD-ENCERR  PIC 9(03) VALUE ZEROES.                       00023100
       77 WRK-QTD-NOCAD   PIC 9(03) VALUE ZEROES.                       00023200
                                                                        00023300
       01 FILLER          PIC X(64) VALUE                               00023400
           '-----------CONTROLE GRAVADO NO HRSPRJNV---------'.          00023500
                                                                        00023600
       01 WRK-HRSPRJNV-CAB.                                             00023700
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00023800
          05 FILLER              PIC X(01) VALUE SPACE.                 00023900
          05 WRK-CABN-PROGRAMA   PIC X(08) VALUE 'FR19DB65'.            00024000
          05 FILLER              PIC X(01) VALUE SPACE.                 00024100
          05 WRK-CABN-COMPET     PIC X(06).                             00024200
          05 FILLER              PIC X(01) VALUE SPACE.                 00024300
          05 WRK-CABN-DATA       PIC 9(08).                             00024400
          05 FILLER              PIC X(06) VALUE SPACES.                00024500
                                                                        00024600
       01 WRK-HRSPRJNV-DET.                                             00024700
          05 WRK-HPN-CODIGO      PIC X(08).                             00024800
          05 WRK-HPN-ULTCOMP     PIC X(06).                             00024900
          05 WRK-HPN-ACUMULADO   PIC 9(07).                             00025000
          05 WRK-HPN-HORASP1     PIC 9(05).                             00025100
          05 WRK-HPN-HORASP2     PIC 9(05).                             00025200
          05 WRK-HPN-HORASP3     PIC 9(05).                             00025300
          05 WRK-HPN-QTDPER      PIC 9(03).                             00025400
          05 FILLER              PIC X(01) VALUE SPACE.                 00025500
                                                                        00025600
       01 WRK-HRSPRJNV-TRL.                                             00025700
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00025800
          05 FILLER              PIC X(01) VALUE SPACE.                 00025900
          05 WRK-TRLN-QTD        PIC 9(05).                             00026000
          05 FILLER              PIC X(01) VALUE SPACE.                 00026100
          05 WRK-TRLN-HASH       PIC 9(12).                             00026200
          05 FILLER              PIC X(12) VALUE SPACES.                00026300
                                                                        00026400
       01 FILLER          PIC X(64) VALUE                               00026500
           '-----------LINHAS DO RELATORIO------------------'.          00026600
                                                                        00026700
       01 WRK-LINHA-TITULO.                                             00026800
          05 FILLER              PIC X(46) VALUE                        00026900
             'CONSUMO DO ORCAMENTO DE HORAS DOS PROJETOS    '.          00027000
          05 FILLER              PIC X(15) VALUE '  COMPETENCIA: '.     00027100
          05 WRK-TIT-COMP        PIC X(06).                             00027200
          05 FILLER              PIC X(33) VALUE SPACES.                00027300
                                                                        00027400
       01 WRK-LINHA-TRACO        PIC X(100) VALUE ALL '-'.              00027500
                                                                        00027600
       01 WRK-LINHA-CABEC.                                              00027700
          05 FILLER              PIC X(50) VALUE                        00027800
             'PROJETO  NOME                  ORCADO  CONSUMIDO  '.      00027900
          05 FILLER              PIC X(50) VALUE                        00028000
             ' PCT  RITMO     DESVIO  SITUACAO                  '.      00028100
                                                                        00028200
       01 WRK-LINHA-GESTOR.                                             00028300
          05 FILLER              PIC X(08) VALUE 'GESTOR: '.            00028400
          05 WRK-GES-NOME        PIC X(20).                             00028500
          05 FILLER              PIC X(72) VALUE SPACES.                00028600
                                                                        00028700
       01 WRK-LINHA-DETALHE.                                            00028800
          05 WRK-DET-CODIGO      PIC X(08).                             00028900
          05 FILLER              PIC X(01) VALUE SPACE.                 00029000
          05 WRK-DET-NOME        PIC X(20).                             00029100
          05 FILLER              PIC X(01) VALUE SPACE.                 00029200
          05 WRK-DET-ORCADO      PIC ZZZ.ZZ9.                           00029300
          05 FILLER              PIC X(01) VALUE SPACE.                 00029400
          05 WRK-DET-CONSUMIDO   PIC Z.ZZZ.ZZ9.                         00029500
          05 FILLER              PIC X(01) VALUE SPACE.                 00029600
          05 WRK-DET-PCT         PIC ZZZ9.                              00029700
          05 FILLER              PIC X(01) VALUE '%'.                   00029800
          05 FILLER              PIC X(01) VALUE SPACE.                 00029900
          05 WRK-DET-RITMO       PIC ZZ.ZZ9.                            00030000
          05 FILLER              PIC X(01) VALUE SPACE.                 00030100
          05 WRK-DET-DESVIO      PIC --.---.--9.                        00030200
          05 FILLER              PIC X(02) VALUE SPACES.                00030300
          05 WRK-DET-SITUACAO    PIC X(12).                             00030400
          05 FILLER              PIC X(15) VALUE SPACES.                00030500
                                                                        00030600
       01 WRK-LINHA-SUBTOTAL.                                           00030700
          05 WRK-SUB-ROTULO      PIC X(30).                             00030800
          05 WRK-SUB-ORCADO      PIC Z.ZZZ.ZZ9.                         00030900
          05 FILLER              PIC X(01) VALUE SPACE.                 00031000
          05 WRK-SUB-CONSUMIDO   PIC Z.ZZZ.ZZ9.                         00031100
          05 FILLER              PIC X(01) VALUE SPACE.                 00031200
          05 WRK-SUB-PCT         PIC ZZZ9.                              00031300
          05 FILLER              PIC X(01) VALUE '%'.                   00031400
          05 FILLER              PIC X(45) VALUE SPACES.                00031500
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
            PERFORM  1100-CARREGAR-PROJMST UNTIL WRK-FIM-PRM.           00032600
            PERFORM  1200-CARREGAR-HORASPRJ UNTIL WRK-FIM-HORASPRJ.     00032700
            PERFORM  1300-LER-FUNPROJ.                                  00032800
            PERFORM  2000-SOMAR-PERIODO UNTIL WRK-FIM-FUNPROJ.          00032900
            MOVE 1 TO WRK-IND-PRJ.                                      00033000
            PERFORM  2200-ATUALIZAR-ACUMULADO                           00033100
                     UNTIL WRK-IND-PRJ GREATER WRK-QTD-PRJ.             00033200
            MOVE 'S' TO WRK-SW-ACHOU-GES.                               00033300
            PERFORM  2400-EMITIR-GESTOR UNTIL NOT WRK-ACHOU-GESTOR.     00033400
            PERFORM  3000-FINALIZAR.                                    00033500
            STOP RUN.                                                   00033600
                                                                        00033700
      *-------------------------------------------------------------*   00033800
       1000-INICIAR                             SECTION.                00033900
      *-------------------------------------------------------------*   00034000
             OPEN INPUT  PROJMST HORASPRJ FUNPROJ                       00034100
                  OUTPUT HRSPRJNV RELBURN.                              00034200
                                                                        00034300
               PERFORM 4000-TESTARSTATUS.                               00034400
                                                                        00034500
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00034600
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00034700
               IF WRK-COMPCARD-AC EQUAL SPACES                          00034800
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00034900
               ELSE                                                     00035000
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA               00035100
               END-IF.                                                  00035200
                                                                        00035300
               MOVE WRK-COMPETENCIA TO WRK-CABN-COMPET WRK-TIT-COMP.    00035400
               MOVE WRK-DATA-HOJE   TO WRK-CABN-DATA.                   00035500
               WRITE FD-HRSPRJNV FROM WRK-HRSPRJNV-CAB.                 00035600
                                                                        00035700
               WRITE FD-RELBURN FROM WRK-LINHA-TRACO.                   00035800
               WRITE FD-RELBURN FROM WRK-LINHA-TITULO.                  00035900
               WRITE FD-RELBURN FROM WRK-LINHA-TRACO.                   00036000
               WRITE FD-RELBURN FROM WRK-LINHA-CABEC.                   00036100
               WRITE FD-RELBURN FROM WRK-LINHA-TRACO.                   00036200
                                                                        00036300
       1000-99-FIM.              EXIT.                                  00036400
      *-------------------------------------------------------------*   00036500
       1100-CARREGAR-PROJMST                    SECTION.                00036600
      *-------------------------------------------------------------*   00036700
      *----CARREGA O CADASTRO (IGNORANDO CABECALHO/RODAPE)-----------*  00036800
                 READ PROJMST                                           00036900
                   AT END                                               00037000
                     MOVE 'S' TO WRK-SW-FIM-PRM                         00037100
                 END-READ.                                              00037200
                 PERFORM 4100-TESTARSTATUS-PROJMST.                     00037300
                 IF WRK-FS-PROJMST NOT EQUAL 00                         00037400
                    GO TO 1100-99-FIM                                   00037500
                 END-IF.                                                00037600
                 IF FD-PROJMST (1:9) EQUAL 'CABECALHO'                  00037700
                    OR FD-PROJMST (1:6) EQUAL 'RODAPE'                  00037800
                    GO TO 1100-99-FIM                                   00037900
                 END-IF.                                                00038000
                                                                        00038100
                 MOVE FD-PRM-CODIGO TO WRK-CODIGO-BUSCA.                00038200
                 PERFORM 2100-INCLUIR-PROJETO.                          00038300
                 IF WRK-IND-PRJ GREATER ZEROES                          00038400
                    MOVE FD-PRM-NOME                                    00038500
                         TO WRK-TBPRJ-NOME (WRK-IND-PRJ)                00038600
                    MOVE FD-PRM-GESTOR                                  00038700
                         TO WRK-TBPRJ-GESTOR (WRK-IND-PRJ)              00038800
                    MOVE FD-PRM-HORASORC                                00038900
                         TO WRK-TBPRJ-HORASORC (WRK-IND-PRJ)            00039000
                    MOVE FD-PRM-STATUS                                  00039100
                         TO WRK-TBPRJ-STATUS (WRK-IND-PRJ)              00039200
                    IF FD-PRM-PRAZO NUMERIC                             00039300
                       MOVE FD-PRM-PRAZO                                00039400
                            TO WRK-TBPRJ-PRAZO (WRK-IND-PRJ)            00039500
                    END-IF                                              00039600
                 END-IF.                                                00039700
       1100-99-FIM.              EXIT.                                  00039800
      *-------------------------------------------------------------*   00039900
       1200-CARREGAR-HORASPRJ                   SECTION.                00040000
      *-------------------------------------------------------------*   00040100
      *----CARREGA O ACUMULADO ATE O PERIODO ANTERIOR----------------*  00040200
                 READ HORASPRJ                                          00040300
                   AT END                                               00040400
                     MOVE 'S' TO WRK-SW-FIM-HP                          00040500
                 END-READ.                                              00040600
                 PERFORM 4200-TESTARSTATUS-HORASPRJ.                    00040700
                 IF WRK-FS-HORASPRJ NOT EQUAL 00                        00040800
                    GO TO 1200-99-FIM                                   00040900
                 END-IF.                                                00041000
                 IF FD-HORASPRJ (1:9) EQUAL 'CABECALHO'                 00041100
                    OR FD-HORASPRJ (1:6) EQUAL 'RODAPE'                 00041200
                    GO TO 1200-99-FIM                                   00041300
                 END-IF.                                                00041400
                                                                        00041500
                 ADD 1 TO WRK-REGMASTER.                                00041600
                 IF FD-HP-ULTCOMP NOT LESS WRK-COMPETENCIA              00041700
                    DISPLAY ' COMPETENCIA ' WRK-COMPETENCIA             00041800
                            ' JA APURADA NO HORASPRJ - PROJETO '        00041900
                            FD-HP-CODIGO                                00042000
                    MOVE 'COMPETENCIA JA APURADA' TO WRK-MSGERRO        00042100
                    MOVE '1200'                   TO WRK-SECAO          00042200
                    PERFORM 9100-ERRO-CONTROLE                          00042300
                 END-IF.                                                00042400
                                                                        00042500
                 MOVE FD-HP-CODIGO TO WRK-CODIGO-BUSCA.                 00042600
                 PERFORM 2100-INCLUIR-PROJETO.                          00042700
                 IF WRK-IND-PRJ GREATER ZEROES                          00042800
                    MOVE 'S' TO WRK-TBPRJ-HISTORICO (WRK-IND-PRJ)       00042900
                    MOVE FD-HP-ACUMULADO                                00043000
                         TO WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ)           00043100
                    MOVE FD-HP-HORASP1                                  00043200
                         TO WRK-TBPRJ-HORASP1 (WRK-IND-PRJ)             00043300
                    MOVE FD-HP-HORASP2                                  00043400
                         TO WRK-TBPRJ-HORASP2 (WRK-IND-PRJ)             00043500
                    MOVE FD-HP-HORASP3                                  00043600
                         TO WRK-TBPRJ-HORASP3 (WRK-IND-PRJ)             00043700
                    MOVE FD-HP-QTDPER                                   00043800
                         TO WRK-TBPRJ-QTDPER (WRK-IND-PRJ)              00043900
                 END-IF.                                                00044000
       1200-99-FIM.              EXIT.                                  00044100
      *-------------------------------------------------------------*   00044200
       1300-LER-FUNPROJ                         SECTION.                00044300
      *-------------------------------------------------------------*   00044400
                 MOVE 'N' TO WRK-SW-DADO-FP.                            00044500
                 PERFORM 1310-LER-REG-FUNPROJ UNTIL WRK-DADO-FP-OK.     00044600
       1300-99-FIM.              EXIT.                                  00044700
      *-------------------------------------------------------------*   00044800
       1310-LER-REG-FUNPROJ                     SECTION.                00044900
      *-------------------------------------------------------------*   00045000
      *----IGNORA REGISTROS DE CONTROLE CABECALHO/RODAPE------------*   00045100
                 READ FUNPROJ                                           00045200
                   AT END                                               00045300
                     MOVE 'S' TO WRK-SW-FIM-FP                          00045400
                     MOVE 'S' TO WRK-SW-DADO-FP                         00045500
                 END-READ.                                              00045600
                 PERFORM 4300-TESTARSTATUS-FUNPROJ.                     00045700
                 IF WRK-FS-FUNPROJ EQUAL 00                             00045800
                    IF FD-FUNPROJ (1:9) NOT EQUAL 'CABECALHO'           00045900
                       AND FD-FUNPROJ (1:6) NOT EQUAL 'RODAPE'          00046000
                       MOVE 'S' TO WRK-SW-DADO-FP                       00046100
                    END-IF                                              00046200
                 END-IF.                                                00046300
       1310-99-FIM.              EXIT.                                  00046400
      *-------------------------------------------------------------*   00046500
       2000-SOMAR-PERIODO                       SECTION.                00046600
      *-------------------------------------------------------------*   00046700
            ADD 1 TO WRK-REGFUNPROJ.                                    00046800
            ADD FD-FP-QTHORAS TO WRK-HORAS-PER.                         00046900
            MOVE FD-FP-PROJETO (1:8) TO WRK-CODIGO-BUSCA.               00047000
            PERFORM 2100-INCLUIR-PROJETO.                               00047100
            IF WRK-IND-PRJ GREATER ZEROES                               00047200
               ADD FD-FP-QTHORAS TO WRK-TBPRJ-HORASPER (WRK-IND-PRJ)    00047300
            END-IF.                                                     00047400
            PERFORM 1300-LER-FUNPROJ.                                   00047500
       2000-99-FIM.              EXIT.                                  00047600
      *-------------------------------------------------------------*   00047700
       2100-INCLUIR-PROJETO                     SECTION.                00047800
      *-------------------------------------------------------------*   00047900
      *-------------------------------------------------------------*   00048000
      *   LOCALIZA O CODIGO NA TABELA; SE NAO EXISTIR, ABRE A LINHA *   00048100
      *   COMO FORA DO CADASTRO (O PROJMST PREENCHE DEPOIS).        *   00048200
      *-------------------------------------------------------------*   00048300
            MOVE ZEROES TO WRK-IND-PRJ.                                 00048400
            MOVE 1 TO WRK-SUB-PRJ.                                      00048500
            PERFORM 2110-COMPARAR-PROJETO                               00048600
                    UNTIL WRK-SUB-PRJ GREATER WRK-QTD-PRJ               00048700
                       OR WRK-IND-PRJ GREATER ZEROES.                   00048800
            IF WRK-IND-PRJ GREATER ZEROES                               00048900
               GO TO 2100-99-FIM                                        00049000
            END-IF.                                                     00049100
                                                                        00049200
            IF WRK-QTD-PRJ NOT LESS 300                                 00049300
               DISPLAY ' TABELA DE PROJETOS CHEIA (300) '               00049400
               MOVE 'TABELA DE PROJETOS CHEIA' TO WRK-MSGERRO           00049500
               MOVE '2100'                     TO WRK-SECAO             00049600
               MOVE 99                         TO WRK-STATUS            00049700
               PERFORM 9000-TRATAERROS                                  00049800
            END-IF.                                                     00049900
            ADD 1 TO WRK-QTD-PRJ.                                       00050000
            MOVE WRK-QTD-PRJ TO WRK-IND-PRJ.                            00050100
            MOVE WRK-CODIGO-BUSCA TO WRK-TBPRJ-CODIGO (WRK-IND-PRJ).    00050200
            MOVE '(FORA DO CADASTRO)' TO WRK-TBPRJ-NOME (WRK-IND-PRJ).  00050300
            MOVE '(SEM CADASTRO)' TO WRK-TBPRJ-GESTOR (WRK-IND-PRJ).    00050400
            MOVE 'X'  TO WRK-TBPRJ-STATUS (WRK-IND-PRJ).                00050500
            MOVE 'N'  TO WRK-TBPRJ-HISTORICO (WRK-IND-PRJ)              00050600
                         WRK-TBPRJ-IMPRESSO (WRK-IND-PRJ).              00050700
            MOVE ZEROES TO WRK-TBPRJ-HORASORC (WRK-IND-PRJ)             00050800
                           WRK-TBPRJ-PRAZO (WRK-IND-PRJ)                00050900
                           WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ)            00051000
                           WRK-TBPRJ-HORASP1 (WRK-IND-PRJ)              00051100
                           WRK-TBPRJ-HORASP2 (WRK-IND-PRJ)              00051200
                           WRK-TBPRJ-HORASP3 (WRK-IND-PRJ)              00051300
                           WRK-TBPRJ-QTDPER (WRK-IND-PRJ)               00051400
                           WRK-TBPRJ-HORASPER (WRK-IND-PRJ).            00051500
       2100-99-FIM.              EXIT.                                  00051600
      *-------------------------------------------------------------*   00051700
       2110-COMPARAR-PROJETO                    SECTION.                00051800
      *-------------------------------------------------------------*   00051900
            IF WRK-TBPRJ-CODIGO (WRK-SUB-PRJ) EQUAL WRK-CODIGO-BUSCA    00052000
               MOVE WRK-SUB-PRJ TO WRK-IND-PRJ                          00052100
            END-IF.                                                     00052200
            ADD 1 TO WRK-SUB-PRJ.                                       00052300
       2110-99-FIM.              EXIT.                                  00052400
      *-------------------------------------------------------------*   00052500
       2200-ATUALIZAR-ACUMULADO                 SECTION.                00052600
      *-------------------------------------------------------------*   00052700
      *-------------------------------------------------------------*   00052800
      *   PROJETO COM HISTORICO OU COM HORAS NO PERIODO: EMPURRA A  *   00052900
      *   JANELA DOS TRES PERIODOS, SOMA NO ACUMULADO E GRAVA NO    *   00053000
      *   MASTER NOVO. PROJETO QUE NUNCA TEVE HORAS FICA DE FORA.   *   00053100
      *-------------------------------------------------------------*   00053200
            IF WRK-TBPRJ-HISTORICO (WRK-IND-PRJ) NOT EQUAL 'S'          00053300
               AND WRK-TBPRJ-HORASPER (WRK-IND-PRJ) EQUAL ZEROES        00053400
               ADD 1 TO WRK-IND-PRJ                                     00053500
               GO TO 2200-99-FIM                                        00053600
            END-IF.                                                     00053700
                                                                        00053800
            MOVE WRK-TBPRJ-HORASP2 (WRK-IND-PRJ)                        00053900
                 TO WRK-TBPRJ-HORASP3 (WRK-IND-PRJ).                    00054000
            MOVE WRK-TBPRJ-HORASP1 (WRK-IND-PRJ)                        00054100
                 TO WRK-TBPRJ-HORASP2 (WRK-IND-PRJ).                    00054200
            MOVE WRK-TBPRJ-HORASPER (WRK-IND-PRJ)                       00054300
                 TO WRK-TBPRJ-HORASP1 (WRK-IND-PRJ).                    00054400
            ADD WRK-TBPRJ-HORASPER (WRK-IND-PRJ)                        00054500
                TO WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ).                   00054600
            IF WRK-TBPRJ-QTDPER (WRK-IND-PRJ) LESS 999                  00054700
               ADD 1 TO WRK-TBPRJ-QTDPER (WRK-IND-PRJ)                  00054800
            END-IF.                                                     00054900
                                                                        00055000
            MOVE WRK-TBPRJ-CODIGO (WRK-IND-PRJ)    TO WRK-HPN-CODIGO.   00055100
            MOVE WRK-COMPETENCIA                   TO WRK-HPN-ULTCOMP.  00055200
            MOVE WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ) TO WRK-HPN-ACUMULADO.00055300
            MOVE WRK-TBPRJ-HORASP1 (WRK-IND-PRJ)   TO WRK-HPN-HORASP1.  00055400
            MOVE WRK-TBPRJ-HORASP2 (WRK-IND-PRJ)   TO WRK-HPN-HORASP2.  00055500
            MOVE WRK-TBPRJ-HORASP3 (WRK-IND-PRJ)   TO WRK-HPN-HORASP3.  00055600
            MOVE WRK-TBPRJ-QTDPER (WRK-IND-PRJ)    TO WRK-HPN-QTDPER.   00055700
            WRITE FD-HRSPRJNV FROM WRK-HRSPRJNV-DET.                    00055800
            PERFORM 4400-TESTARSTATUS-HRSPRJNV.                         00055900
            ADD 1 TO WRK-REGNOVO.                                       00056000
            ADD WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ) TO WRK-HASH-NOVO.     00056100
                                                                        00056200
            ADD 1 TO WRK-IND-PRJ.                                       00056300
       2200-99-FIM.              EXIT.                                  00056400
      *-------------------------------------------------------------*   00056500
       2400-EMITIR-GESTOR                       SECTION.                00056600
      *-------------------------------------------------------------*   00056700
      *-------------------------------------------------------------*   00056800
      *   ESCOLHE O MENOR GESTOR AINDA NAO IMPRESSO E LISTA OS      *   00056900
      *   PROJETOS DELE, NA ORDEM DO CADASTRO, COM O SUBTOTAL.      *   00057000
      *-------------------------------------------------------------*   00057100
            MOVE 'N' TO WRK-SW-ACHOU-GES.                               00057200
            MOVE HIGH-VALUES TO WRK-GESTOR-ATUAL.                       00057300
            MOVE 1 TO WRK-SUB-PRJ.                                      00057400
            PERFORM 2410-PROCURAR-GESTOR                                00057500
                    UNTIL WRK-SUB-PRJ GREATER WRK-QTD-PRJ.              00057600
            IF NOT WRK-ACHOU-GESTOR                                     00057700
               GO TO 2400-99-FIM                                        00057800
            END-IF.                                                     00057900
                                                                        00058000
            MOVE WRK-GESTOR-ATUAL TO WRK-GES-NOME.                      00058100
            WRITE FD-RELBURN FROM WRK-LINHA-GESTOR.                     00058200
            MOVE ZEROES TO WRK-ORC-GESTOR WRK-CONS-GESTOR.              00058300
            MOVE 1 TO WRK-IND-PRJ.                                      00058400
            PERFORM 2500-LISTAR-PROJETO                                 00058500
                    UNTIL WRK-IND-PRJ GREATER WRK-QTD-PRJ.              00058600
                                                                        00058700
            MOVE 'SUBTOTAL DO GESTOR..........: ' TO WRK-SUB-ROTULO.    00058800
            MOVE WRK-ORC-GESTOR  TO WRK-SUB-ORCADO.                     00058900
            MOVE WRK-CONS-GESTOR TO WRK-SUB-CONSUMIDO.                  00059000
            MOVE ZEROES TO WRK-SUB-PCT.                                 00059100
            IF WRK-ORC-GESTOR GREATER ZEROES                            00059200
               COMPUTE WRK-SUB-PCT ROUNDED =                            00059300
                       WRK-CONS-GESTOR * 100 / WRK-ORC-GESTOR           00059400
            END-IF.                                                     00059500
            WRITE FD-RELBURN FROM WRK-LINHA-SUBTOTAL.                   00059600
            WRITE FD-RELBURN FROM WRK-LINHA-TRACO.                      00059700
       2400-99-FIM.              EXIT.                                  00059800
      *-------------------------------------------------------------*   00059900
       2410-PROCURAR-GESTOR                     SECTION.                00060000
      *-------------------------------------------------------------*   00060100
            IF WRK-TBPRJ-IMPRESSO (WRK-SUB-PRJ) NOT EQUAL 'S'           00060200
               AND WRK-TBPRJ-GESTOR (WRK-SUB-PRJ) LESS WRK-GESTOR-ATUAL 00060300
               MOVE WRK-TBPRJ-GESTOR (WRK-SUB-PRJ) TO WRK-GESTOR-ATUAL  00060400
               MOVE 'S' TO WRK-SW-ACHOU-GES                             00060500
            END-IF.                                                     00060600
            ADD 1 TO WRK-SUB-PRJ.                                       00060700
       2410-99-FIM.              EXIT.                                  00060800
      *-------------------------------------------------------------*   00060900
       2500-LISTAR-PROJETO                      SECTION.                00061000
      *-------------------------------------------------------------*   00061100
            IF WRK-TBPRJ-IMPRESSO (WRK-IND-PRJ) EQUAL 'S'               00061200
               OR WRK-TBPRJ-GESTOR (WRK-IND-PRJ) NOT EQUAL              00061300
                  WRK-GESTOR-ATUAL                                      00061400
               ADD 1 TO WRK-IND-PRJ                                     00061500
               GO TO 2500-99-FIM                                        00061600
            END-IF.                                                     00061700
            MOVE 'S' TO WRK-TBPRJ-IMPRESSO (WRK-IND-PRJ).               00061800
                                                                        00061900
            PERFORM 2600-CALCULAR-CONSUMO.                              00062000
                                                                        00062100
            MOVE WRK-TBPRJ-CODIGO (WRK-IND-PRJ)    TO WRK-DET-CODIGO.   00062200
            MOVE WRK-TBPRJ-NOME (WRK-IND-PRJ)      TO WRK-DET-NOME.     00062300
            MOVE WRK-TBPRJ-HORASORC (WRK-IND-PRJ)  TO WRK-DET-ORCADO.   00062400
            MOVE WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ) TO WRK-DET-CONSUMIDO.00062500
            MOVE WRK-PCT-CONSUMO                   TO WRK-DET-PCT.      00062600
            MOVE WRK-RITMO                         TO WRK-DET-RITMO.    00062700
            MOVE WRK-DESVIO                        TO WRK-DET-DESVIO.   00062800
            WRITE FD-RELBURN FROM WRK-LINHA-DETALHE.                    00062900
                                                                        00063000
            ADD WRK-TBPRJ-HORASORC (WRK-IND-PRJ)  TO WRK-ORC-GESTOR     00063100
                                                     WRK-ORC-GERAL.     00063200
            ADD WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ) TO WRK-CONS-GESTOR    00063300
                                                     WRK-CONS-GERAL.    00063400
            ADD 1 TO WRK-IND-PRJ.                                       00063500
       2500-99-FIM.              EXIT.                                  00063600
      *-------------------------------------------------------------*   00063700
       2600-CALCULAR-CONSUMO                    SECTION.                00063800
      *-------------------------------------------------------------*   00063900
      *-------------------------------------------------------------*   00064000
      *   PCT = CONSUMIDO / ORCADO. RITMO = MEDIA DOS ULTIMOS TRES  *   00064100
      *   PERIODOS (OU DOS QUE EXISTIREM). DESVIO PREVISTO =        *   00064200
      *   CONSUMIDO + RITMO X PERIODOS QUE FALTAM PARA O PRAZO -    *   00064300
      *   ORCADO; ENCERRADO OU SEM PRAZO FICA COM O DESVIO ATUAL.   *   00064400
      *-------------------------------------------------------------*   00064500
            MOVE ZEROES TO WRK-PCT-CONSUMO WRK-RITMO WRK-PER-FALTAM.    00064600
            IF WRK-TBPRJ-HORASORC (WRK-IND-PRJ) GREATER ZEROES          00064700
               COMPUTE WRK-PCT-CONSUMO ROUNDED =                        00064800
                       WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ) * 100          00064900
                       / WRK-TBPRJ-HORASORC (WRK-IND-PRJ)               00065000
            END-IF.                                                     00065100
                                                                        00065200
            IF WRK-TBPRJ-QTDPER (WRK-IND-PRJ) GREATER 3                 00065300
               MOVE 3 TO WRK-PER-RITMO                                  00065400
            ELSE                                                        00065500
               MOVE WRK-TBPRJ-QTDPER (WRK-IND-PRJ) TO WRK-PER-RITMO     00065600
            END-IF.                                                     00065700
            IF WRK-PER-RITMO GREATER ZEROES                             00065800
               COMPUTE WRK-RITMO ROUNDED =                              00065900
                      (WRK-TBPRJ-HORASP1 (WRK-IND-PRJ)                  00066000
                     + WRK-TBPRJ-HORASP2 (WRK-IND-PRJ)                  00066100
                     + WRK-TBPRJ-HORASP3 (WRK-IND-PRJ))                 00066200
                     / WRK-PER-RITMO                                    00066300
            END-IF.                                                     00066400
                                                                        00066500
            IF WRK-TBPRJ-STATUS (WRK-IND-PRJ) NOT EQUAL 'E'             00066600
               AND WRK-TBPRJ-PRAZO (WRK-IND-PRJ) GREATER                00066700
                   WRK-TBPRJ-QTDPER (WRK-IND-PRJ)                       00066800
               COMPUTE WRK-PER-FALTAM =                                 00066900
                       WRK-TBPRJ-PRAZO (WRK-IND-PRJ)                    00067000
                     - WRK-TBPRJ-QTDPER (WRK-IND-PRJ)                   00067100
            END-IF.                                                     00067200
            COMPUTE WRK-PROJETADO =                                     00067300
                    WRK-TBPRJ-ACUMULADO (WRK-IND-PRJ)                   00067400
                  + WRK-RITMO * WRK-PER-FALTAM.                         00067500
            COMPUTE WRK-DESVIO =                                        00067600
                    WRK-PROJETADO - WRK-TBPRJ-HORASORC (WRK-IND-PRJ).   00067700
                                                                        00067800
            EVALUATE TRUE                                               00067900
              WHEN WRK-TBPRJ-STATUS (WRK-IND-PRJ) EQUAL 'E'             00068000
                MOVE 'ENCERRADO'    TO WRK-DET-SITUACAO                 00068100
                ADD 1 TO WRK-QTD-ENCERR                                 00068200
              WHEN WRK-TBPRJ-STATUS (WRK-IND-PRJ) EQUAL 'X'             00068300
                MOVE 'SEM CADASTRO' TO WRK-DET-SITUACAO                 00068400
                ADD 1 TO WRK-QTD-NOCAD                                  00068500
              WHEN WRK-PCT-CONSUMO NOT LESS 100                         00068600
                MOVE 'ESTOURADO'    TO WRK-DET-SITUACAO                 00068700
                ADD 1 TO WRK-QTD-ESTOURO                                00068800
              WHEN WRK-PCT-CONSUMO NOT LESS 80                          00068900
                MOVE 'ALERTA 80'    TO WRK-DET-SITUACAO                 00069000
                ADD 1 TO WRK-QTD-ALERTA                                 00069100
              WHEN WRK-TBPRJ-PRAZO (WRK-IND-PRJ) EQUAL ZEROES           00069200
                MOVE 'SEM PRAZO'    TO WRK-DET-SITUACAO                 00069300
              WHEN WRK-DESVIO GREATER ZEROES                            00069400
                MOVE 'PROJ.ESTOURO' TO WRK-DET-SITUACAO                 00069500
                ADD 1 TO WRK-QTD-TENDEN                                 00069600
              WHEN OTHER                                                00069700
                MOVE SPACES         TO WRK-DET-SITUACAO                 00069800
            END-EVALUATE.                                               00069900
       2600-99-FIM.              EXIT.                                  00070000
      *-------------------------------------------------------------*   00070100
       3000-FINALIZAR                           SECTION.                00070200
      *-------------------------------------------------------------*   00070300
             MOVE 'TOTAL GERAL.................: ' TO WRK-SUB-ROTULO.   00070400
             MOVE WRK-ORC-GERAL  TO WRK-SUB-ORCADO.                     00070500
             MOVE WRK-CONS-GERAL TO WRK-SUB-CONSUMIDO.                  00070600
             MOVE ZEROES TO WRK-SUB-PCT.                                00070700
             IF WRK-ORC-GERAL GREATER ZEROES                            00070800
                COMPUTE WRK-SUB-PCT ROUNDED =                           00070900
                        WRK-CONS-GERAL * 100 / WRK-ORC-GERAL            00071000
             END-IF.                                                    00071100
             WRITE FD-RELBURN FROM WRK-LINHA-SUBTOTAL.                  00071200
             WRITE FD-RELBURN FROM WRK-LINHA-TRACO.                     00071300
                                                                        00071400
             MOVE WRK-REGNOVO   TO WRK-TRLN-QTD.                        00071500
             MOVE WRK-HASH-NOVO TO WRK-TRLN-HASH.                       00071600
             WRITE FD-HRSPRJNV FROM WRK-HRSPRJNV-TRL.                   00071700
                                                                        00071800
             CLOSE PROJMST HORASPRJ FUNPROJ HRSPRJNV RELBURN.           00071900
              DISPLAY ' ============================================'.  00072000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB65          '.  00072100
              DISPLAY ' ============================================'.  00072200
              DISPLAY ' COMPETENCIA................' WRK-COMPETENCIA.   00072300
              DISPLAY ' PROJETOS NO HORASPRJ.......' WRK-REGMASTER.     00072400
              DISPLAY ' APONTAMENTOS DO PERIODO....' WRK-REGFUNPROJ.    00072500
              DISPLAY ' HORAS DO PERIODO...........' WRK-HORAS-PER.     00072600
              DISPLAY ' PROJETOS NO HRSPRJNV.......' WRK-REGNOVO.       00072700
              DISPLAY ' ALERTA 80 PCT..............' WRK-QTD-ALERTA.    00072800
              DISPLAY ' ESTOURADOS.................' WRK-QTD-ESTOURO.   00072900
              DISPLAY ' TENDENCIA DE ESTOURO.......' WRK-QTD-TENDEN.    00073000
              DISPLAY ' ENCERRADOS.................' WRK-QTD-ENCERR.    00073100
              DISPLAY ' FORA DO CADASTRO...........' WRK-QTD-NOCAD.     00073200
              DISPLAY ' ============================================'.  00073300
              IF WRK-QTD-ESTOURO GREATER ZEROES                         00073400
                 OR WRK-QTD-NOCAD GREATER ZEROES                        00073500
                 MOVE 4 TO RETURN-CODE                                  00073600
              END-IF.                                                   00073700
                                                                        00073800
       3000-99-FIM.              EXIT.                                  00073900
      *-------------------------------------------------------------*   00074000
       4000-TESTARSTATUS                            SECTION.            00074100
      *-------------------------------------------------------------*   00074200
                 PERFORM 4100-TESTARSTATUS-PROJMST.                     00074300
                 PERFORM 4200-TESTARSTATUS-HORASPRJ.                    00074400
                 PERFORM 4300-TESTARSTATUS-FUNPROJ.                     00074500
                 PERFORM 4400-TESTARSTATUS-HRSPRJNV.                    00074600
                 IF WRK-FS-RELBURN NOT EQUAL 00                         00074700
                   MOVE 'ERRO NO OPEN RELBURN  ' TO WRK-MSGERRO         00074800
                   MOVE '1000'                   TO WRK-SECAO           00074900
                   MOVE WRK-FS-RELBURN           TO WRK-STATUS          00075000
                    PERFORM 9000-TRATAERROS                             00075100
                 END-IF.                                                00075200
                                                                        00075300
       4000-99-FIM.              EXIT.                                  00075400
      *-------------------------------------------------------------*   00075500
       4100-TESTARSTATUS-PROJMST                    SECTION.            00075600
      *-------------------------------------------------------------*   00075700
               IF WRK-FS-PROJMST NOT EQUAL 00                           00075800
                           AND WRK-FS-PROJMST NOT EQUAL 10              00075900
                 MOVE 'ERRO NO PROJMST       ' TO WRK-MSGERRO           00076000
                 MOVE '1100'                   TO WRK-SECAO             00076100
                 MOVE WRK-FS-PROJMST           TO WRK-STATUS            00076200
                  PERFORM 9000-TRATAERROS                               00076300
               END-IF.                                                  00076400
                                                                        00076500
       4100-99-FIM.              EXIT.                                  00076600
      *-------------------------------------------------------------*   00076700
       4200-TESTARSTATUS-HORASPRJ                   SECTION.            00076800
      *-------------------------------------------------------------*   00076900
               IF WRK-FS-HORASPRJ NOT EQUAL 00                          00077000
                           AND WRK-FS-HORASPRJ NOT EQUAL 10             00077100
                 MOVE 'ERRO NO HORASPRJ      ' TO WRK-MSGERRO           00077200
                 MOVE '1200'                   TO WRK-SECAO             00077300
                 MOVE WRK-FS-HORASPRJ          TO WRK-STATUS            00077400
                  PERFORM 9000-TRATAERROS                               00077500
               END-IF.                                                  00077600
                                                                        00077700
       4200-99-FIM.              EXIT.                                  00077800
      *-------------------------------------------------------------*   00077900
       4300-TESTARSTATUS-FUNPROJ                    SECTION.            00078000
      *-------------------------------------------------------------*   00078100
               IF WRK-FS-FUNPROJ NOT EQUAL 00                           00078200
                           AND WRK-FS-FUNPROJ NOT EQUAL 10              00078300
                 MOVE 'ERRO NO FUNPROJ       ' TO WRK-MSGERRO           00078400
                 MOVE '1300'                   TO WRK-SECAO             00078500
                 MOVE WRK-FS-FUNPROJ           TO WRK-STATUS            00078600
                  PERFORM 9000-TRATAERROS                               00078700
               END-IF.                                                  00078800
                                                                        00078900
       4300-99-FIM.              EXIT.                                  00079000
      *-------------------------------------------------------------*   00079100
       4400-TESTARSTATUS-HRSPRJNV                   SECTION.            00079200
      *-------------------------------------------------------------*   00079300
               IF WRK-FS-HRSPRJNV NOT EQUAL 00                          00079400
                 MOVE 'ERRO NO HRSPRJNV      ' TO WRK-MSGERRO           00079500
                 MOVE '2200'                   TO WRK-SECAO             00079600
                 MOVE WRK-FS-HRSPRJNV          TO WRK-STATUS            00079700
                  PERFORM 9000-TRATAERROS                               00079800
               END-IF.                                                  00079900
                                                                        00080000
       4400-99-FIM.              EXIT.                                  00080100
      *-------------------------------------------------------------*   00080200
       9100-ERRO-CONTROLE                           SECTION.            00080300
      *-------------------------------------------------------------*   00080400
           MOVE 'FR19DB65' TO WRK-PROGRAMA.                             00080500
           MOVE 'E'        TO WRK-SEVERIDADE.                           00080600
           MOVE '08'       TO WRK-STATUS.                               00080700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00080800
           MOVE 8 TO RETURN-CODE.                                       00080900
           STOP RUN.                                                    00081000
                                                                        00081100
       9100-99-FIM.              EXIT.                                  00081200
      *-------------------------------------------------------------*   00081300
       9000-TRATAERROS                              SECTION.            00081400
      *-------------------------------------------------------------*   00081500
           MOVE 'FR19DB65' TO WRK-PROGRAMA                              00081600
           MOVE 'E'        TO WRK-SEVERIDADE                            00081700
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00081800
           GOBACK.                                                      00081900
                                                                        00082000
       9000-99-FIM.              EXIT.                                  00082100
