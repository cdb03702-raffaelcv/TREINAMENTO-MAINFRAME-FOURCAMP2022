      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ARQ1915.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CARGA HORARIA E PAGAMENTO DOS INSTRUTORES.      *   00001200
      *    O TURMAS JA NOMEIA O INSTRUTOR TITULAR DE CADA TURMA,    *   00001300
      *    MAS O PAGAMENTO ERA CALCULADO NO PAPEL. ESTE PROGRAMA,   *   00001400
      *    UMA VEZ POR MES, LE O DIARIO DE CLASSE (UMA LINHA POR    *   00001500
      *    AULA DADA: CURSO + TURMA + DATA + HORAS + INSTRUTOR;     *   00001600
      *    INSTRUTOR EM BRANCO = TITULAR DA TURMA NO TURMAS,        *   00001700
      *    PREENCHIDO = QUEM SUBSTITUIU), SOMA AS HORAS DA          *   00001800
      *    COMPETENCIA POR INSTRUTOR E TURMA E VALORIZA PELO        *   00001900
      *    VALOR-HORA DO CADASTRO INSTRUT (CODIGO IGUAL AO DO       *   00002000
      *    TURMAS, NOME, TIPO, VALOR-HORA, ID DO FUNCIONARIO E,     *   00002100
      *    PARA O EXTERNO, FORNECEDOR E CONTA):                     *   00002200
      *     F - FUNCIONARIO: PAGAMENTO NO PAGINS, LAYOUT DA FOLHA   *   00002300
      *         (ID, NOME, SETOR 'INS ', BRUTO = LIQUIDO), COMO O   *   00002400
      *         PAGCOM DO FR01CB23                                  *   00002500
      *     E - EXTERNO: TITULO A PAGAR NO APAGINS (LAYOUT #APAG,   *   00002600
      *         ORIGEM INS, DOCUMENTO 'AULAS AAAAMM', JA APROVADO)  *   00002700
      *         PARA A CARGA NO FR19EX62, E O FAVORECIDO NO FORNINS *   00002800
      *         (LAYOUT DO FORNCAD, COM BANCO, AGENCIA E CONTA DO   *   00002900
      *         CADASTRO) PARA A INCLUSAO DO INSTRUTOR NO FORNCAD   *   00003000
      *    O RELINST MOSTRA, POR INSTRUTOR, AS TURMAS, AULAS, HORAS *   00003100
      *    E VALOR, E NO FIM AS AULAS DE INSTRUTOR SEM CADASTRO.    *   00003200
      *    CADASTRO INVALIDO (TIPO FORA DE F/E, FUNCIONARIO SEM ID, *   00003300
      *    EXTERNO SEM FORNECEDOR), AULA DE TURMA INEXISTENTE E     *   00003400
      *    AULA SEM INSTRUTOR CADASTRADO NAO GERAM PAGAMENTO E      *   00003500
      *    TERMINAM COM RC=4.                                       *   00003600
      *    CARTAO SYSIN 1: COMPETENCIA AAAAMM (ZEROS = MES ATUAL)   *   00003700
      *    CARTAO SYSIN 2: VENCIMENTO DOS EXTERNOS AAAAMMDD         *   00003800
      *                    (ZEROS = DIA 10 DO MES SEGUINTE)         *   00003900
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00004000
      *-------------------------------------------------------------*   00004100
      *   ARQUIVOS...:                                              *   00004200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004300
      *    INSTRUT              I                  -----------      *   00004400
      *    TURMAS               I                  -----------      *   00004500
      *    DIARIO               I                  -----------      *   00004600
      *    PAGINS               O                  -----------      *   00004700
      *    APAGINS              O                  #APAG            *   00004800
      *    FORNINS              O                  -----------      *   00004900
      *    RELINST              O                  -----------      *   00005000
      *-------------------------------------------------------------*   00005100
      *   MODULOS....:                             INCLUDE/BOOK     *   00005200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00005300
      *=============================================================*   00005400
                                                                        00005500
      *=============================================================*   00005600
       ENVIRONMENT                               DIVISION.              00005700
      *=============================================================*   00005800
                                                                        00005900
      *=============================================================*   00006000
       CONFIGURATION                               SECTION.             00006100
      *=============================================================*   00006200
       SPECIAL-NAMES.                                                   00006300
           DECIMAL-POINT IS COMMA.                                      00006400
                                                                        00006500
       INPUT-OUTPUT                                SECTION.             00006600
       FILE-CONTROL.                                                    00006700
            SELECT INSTRUT ASSIGN TO INSTRUT                            00006800
                 FILE STATUS IS WRK-FS-INSTRUT.                         00006900
                                                                        00007000
            SELECT TURMAS ASSIGN TO TURMAS                              00007100
                 FILE STATUS IS WRK-FS-TURMAS.                          00007200
                                                                        00007300
            SELECT DIARIO ASSIGN TO DIARIO                              00007400
                 FILE STATUS IS WRK-FS-DIARIO.                          00007500
                                                                        00007600
            SELECT PAGINS ASSIGN TO PAGINS                              00007700
                 FILE STATUS IS WRK-FS-PAGINS.                          00007800
                                                                        00007900
            SELECT APAGINS ASSIGN TO APAGINS                            00008000
                 FILE STATUS IS WRK-FS-APAGINS.                         00008100
                                                                        00008200
            SELECT FORNINS ASSIGN TO FORNINS                            00008300
                 FILE STATUS IS WRK-FS-FORNINS.                         00008400
                                                                        00008500
            SELECT RELINST ASSIGN TO RELINST                            00008600
                 FILE STATUS IS WRK-FS-RELINST.                         00008700
                                                                        00008800
      *=============================================================*   00008900
       DATA                                      DIVISION.              00009000
      *=============================================================*   00009100
       FILE                                      SECTION.               00009200
       FD INSTRUT                                                       00009300
           RECORDING MODE IS F                                          00009400
           LABEL RECORD IS STANDARD                                     00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
      *-----------------------LRECL 100-----------------------------*   00009700
       01 FD-INSTRUT.                                                   00009800
          05 FD-INS-CODIGO       PIC X(20).                             00009900
          05 FD-INS-NOME         PIC X(30).                             00010000
          05 FD-INS-TIPO         PIC X(01).                             00010100
          05 FD-INS-VLRHORA      PIC 9(04)V99.                          00010200
          05 FD-INS-IDFUNC       PIC 9(05).                             00010300
          05 FD-INS-FORNEC       PIC X(10).                             00010400
          05 FD-INS-BANCO        PIC X(03).                             00010500
          05 FD-INS-AGENCIA      PIC X(04).                             00010600
          05 FD-INS-CONTA        PIC X(12).                             00010700
          05 FILLER              PIC X(09).                             00010800
                                                                        00010900
       FD TURMAS                                                        00011000
           RECORDING MODE IS F                                          00011100
           LABEL RECORD IS STANDARD                                     00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
      *-----------------------LRECL 40------------------------------*   00011400
       01 FD-TURMAS.                                                    00011500
          05 FD-TUR-CURSO        PIC X(04).                             00011600
          05 FD-TUR-TURMA        PIC X(02).                             00011700
          05 FD-TUR-DATAINI      PIC 9(08).                             00011800
          05 FD-TUR-INSTRUTOR    PIC X(20).                             00011900
          05 FD-TUR-VAGAS        PIC 9(03).                             00012000
          05 FD-TUR-CARGA        PIC X(03).                             00012100
                                                                        00012200
       FD DIARIO                                                        00012300
           RECORDING MODE IS F                                          00012400
           LABEL RECORD IS STANDARD                                     00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
      *-----------------------LRECL 40------------------------------*   00012700
       01 FD-DIARIO.                                                    00012800
          05 FD-DIA-CURSO        PIC X(04).                             00012900
          05 FD-DIA-TURMA        PIC X(02).                             00013000
          05 FD-DIA-DATA         PIC 9(08).                             00013100
          05 FD-DIA-HORAS        PIC 9(02)V9.                           00013200
          05 FD-DIA-INSTRUTOR    PIC X(20).                             00013300
          05 FILLER              PIC X(03).                             00013400
                                                                        00013500
       FD PAGINS                                                        00013600
           RECORDING MODE IS F.                                         00013700
      *-----------------------LRECL 89------------------------------*   00013800
       01 FD-PAGINS.                                                    00013900
          05 FD-PAG-ID           PIC 9(05).                             00014000
          05 FD-PAG-NOME         PIC X(30).                             00014100
          05 FD-PAG-SETOR        PIC X(04).                             00014200
          05 FD-PAG-BRUTO        PIC 9(08)V99.                          00014300
          05 FD-PAG-INSS         PIC 9(08)V99.                          00014400
          05 FD-PAG-IRRF         PIC 9(08)V99.                          00014500
          05 FD-PAG-LIQUIDO      PIC 9(08)V99.                          00014600
          05 FILLER              PIC X(10).                             00014700
                                                                        00014800
       FD APAGINS                                                       00014900
           RECORDING MODE IS F.                                         00015000
       COPY '#APAG'.                                                    00015100
                                                                        00015200
       FD FORNINS                                                       00015300
           RECORDING MODE IS F.                                         00015400
      *-----------------------LRECL 80------------------------------*   00015500
       01 FD-FORNINS.                                                   00015600
          05 FD-FOR-CODIGO       PIC X(10).                             00015700
          05 FD-FOR-NOME         PIC X(30).                             00015800
          05 FD-FOR-BANCO        PIC X(03).                             00015900
          05 FD-FOR-AGENCIA      PIC X(04).                             00016000
          05 FD-FOR-CONTA        PIC X(12).                             00016100
          05 FD-FOR-SITUACAO     PIC X(01).                             00016200
          05 FILLER              PIC X(20).                             00016300
                                                                        00016400
       FD RELINST                                                       00016500
           RECORDING MODE IS F.                                         00016600
      *-----------------------LRECL 80------------------------------*   00016700
       01 FD-RELINST             PIC X(80).                             00016800
                                                                        00016900
      *=============================================================*   00017000
       WORKING-STORAGE                             SECTION.             00017100
      *=============================================================*   00017200
                                                                        00017300
       01 FILLER          PIC X(64) VALUE                               00017400
           '-----------BOOK LOGERROS------------------------'.          00017500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017600
       COPY '#GLOG'.                                                    00017700
                                                                        00017800
       01 FILLER          PIC X(64) VALUE                               00017900
           '-----------VARIAVEIS DE STATUS------------------'.          00018000
                                                                        00018100
       77 WRK-FS-INSTRUT  PIC 9(02).                                    00018200
       77 WRK-FS-TURMAS   PIC 9(02).                                    00018300
       77 WRK-FS-DIARIO   PIC 9(02).                                    00018400
       77 WRK-FS-PAGINS   PIC 9(02).                                    00018500
       77 WRK-FS-APAGINS  PIC 9(02).                                    00018600
       77 WRK-FS-FORNINS  PIC 9(02).                                    00018700
       77 WRK-FS-RELINST  PIC 9(02).                                    00018800
                                                                        00018900
       77 WRK-SW-FIM-INS  PIC X(01) VALUE 'N'.                          00019000
           88 WRK-FIM-INSTRUT        VALUE 'S'.                         00019100
       77 WRK-SW-FIM-TUR  PIC X(01) VALUE 'N'.                          00019200
           88 WRK-FIM-TURMAS         VALUE 'S'.                         00019300
       77 WRK-SW-FIM-DIA  PIC X(01) VALUE 'N'.                          00019400
           88 WRK-FIM-DIARIO         VALUE 'S'.                         00019500
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00019600
           88 WRK-ACHOU              VALUE 'S'.                         00019700
                                                                        00019800
       01 FILLER          PIC X(64) VALUE                               00019900
           '-----------PARAMETROS SYSIN---------------------'.          00020000
                                                                        00020100
       01 WRK-COMPCARD.                                                 00020200
          05 FILLER              PIC X(10).                             00020300
          05 WRK-COMPCARD-AC     PIC 9(06).                             00020400
                                                                        00020500
       01 WRK-VENCCARD.                                                 00020600
          05 FILLER              PIC X(10).                             00020700
          05 WRK-VENCCARD-AC     PIC 9(08).                             00020800
                                                                        00020900
       01 WRK-COMPETENCIA.                                              00021000
          05 WRK-COMP-ANO        PIC 9(04).                             00021100
          05 WRK-COMP-MES        PIC 9(02).                             00021200
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA                   00021300
                                 PIC 9(06).                             00021400
                                                                        00021500
       01 WRK-VENCIMENTO.                                               00021600
          05 WRK-VENC-ANO        PIC 9(04).                             00021700
          05 WRK-VENC-MES        PIC 9(02).                             00021800
          05 WRK-VENC-DIA        PIC 9(02).                             00021900
       01 WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO                     00022000
                                 PIC 9(08).                             00022100
                                                                        00022200
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00022300
                                                                        00022400
       01 WRK-DOC-APAGAR.                                               00022500
          05 FILLER              PIC X(06) VALUE 'AULAS '.              00022600
          05 WRK-DOCA-COMP       PIC 9(06).                             00022700
                                                                        00022800
       01 FILLER          PIC X(64) VALUE                               00022900
           '-----------CADASTRO DE INSTRUTORES--------------'.          00023000
                                                                        00023100
       77 WRK-QTD-INS     PIC 9(03) VALUE ZEROES.                       00023200
       77 WRK-SUB-INS     PIC 9(03) VALUE ZEROES.                       00023300
       77 WRK-IND-INS     PIC 9(03) VALUE ZEROES.                       00023400
       01 WRK-TAB-INS.                                                  00023500
          05 WRK-INS-LINHA OCCURS 200 TIMES.                            00023600
             10 WRK-TBINS-CODIGO    PIC X(20).                          00023700
             10 WRK-TBINS-NOME      PIC X(30).                          00023800
             10 WRK-TBINS-TIPO      PIC X(01).                          00023900
             10 WRK-TBINS-VLRHORA   PIC 9(04)V99.                       00024000
             10 WRK-TBINS-IDFUNC    PIC 9(05).                          00024100
             10 WRK-TBINS-FORNEC    PIC X(10).                          00024200
             10 WRK-TBINS-BANCO     PIC X(03).                          00024300
             10 WRK-TBINS-AGENCIA   PIC X(04).                          00024400
             10 WRK-TBINS-CONTA     PIC X(12).                          00024500
             10 WRK-TBINS-QTDTUR    PIC 9(03).                          00024600
             10 WRK-TBINS-HORAS     PIC 9(05)V9.                        00024700
             10 WRK-TBINS-VALOR     PIC 9(08)V99.                       00024800
                                                                        00024900
       01 FILLER          PIC X(64) VALUE                               00025000
           '-----------TURMAS E INSTRUTOR TITULAR-----------'.          00025100
                                                                        00025200
       77 WRK-QTD-TUR     PIC 9(03) VALUE ZEROES.                       00025300
       77 WRK-SUB-TUR     PIC 9(03) VALUE ZEROES.                       00025400
       77 WRK-IND-TUR     PIC 9(03) VALUE ZEROES.                       00025500
       01 WRK-TAB-TUR.                                                  00025600
          05 WRK-TUR-LINHA OCCURS 100 TIMES.                            00025700
             10 WRK-TBTUR-CURSO     PIC X(04).                          00025800
             10 WRK-TBTUR-TURMA     PIC X(02).                          00025900
             10 WRK-TBTUR-INSTRUTOR PIC X(20).                          00026000
                                                                        00026100
       01 FILLER          PIC X(64) VALUE                               00026200
           '-----------CARGA POR INSTRUTOR E TURMA----------'.          00026300
                                                                        00026400
       77 WRK-QTD-CAR     PIC 9(03) VALUE ZEROES.                       00026500
       77 WRK-SUB-CAR     PIC 9(03) VALUE ZEROES.                       00026600
       77 WRK-IND-CAR     PIC 9(03) VALUE ZEROES.                       00026700
       01 WRK-TAB-CAR.                                                  00026800
          05 WRK-CAR-LINHA OCCURS 500 TIMES.                            00026900
             10 WRK-TBCAR-INSTRUTOR PIC X(20).                          00027000
             10 WRK-TBCAR-CURSO     PIC X(04).                          00027100
             10 WRK-TBCAR-TURMA     PIC X(02).                          00027200
             10 WRK-TBCAR-AULAS     PIC 9(03).                          00027300
             10 WRK-TBCAR-HORAS     PIC 9(04)V9.                        00027400
             10 WRK-TBCAR-VALOR     PIC 9(08)V99.                       00027500
             10 WRK-TBCAR-IND-INS   PIC 9(03).                          00027600
                                                                        00027700
       77 WRK-INSTRUTOR-AULA      PIC X(20) VALUE SPACES.               00027800
                                                                        00027900
       01 FILLER          PIC X(64) VALUE                               00028000
           '-----------CONTADORES---------------------------'.          00028100
                                                                        00028200
       77 WRK-REGINSTRUT  PIC 9(05) VALUE ZEROES.                       00028300
       77 WRK-QTD-INSINV  PIC 9(05) VALUE ZEROES.                       00028400
       77 WRK-REGDIARIO   PIC 9(05) VALUE ZEROES.                       00028500
       77 WRK-QTD-FORA    PIC 9(05) VALUE ZEROES.                       00028600
       77 WRK-QTD-AULAS   PIC 9(05) VALUE ZEROES.                       00028700
       77 WRK-QTD-SEMTUR  PIC 9(05) VALUE ZEROES.                       00028800
       77 WRK-QTD-SEMCAD  PIC 9(05) VALUE ZEROES.                       00028900
       77 WRK-QTD-FOLHA   PIC 9(05) VALUE ZEROES.                       00029000
       77 WRK-QTD-APAGAR  PIC 9(05) VALUE ZEROES.                       00029100
       77 WRK-VLR-FOLHA   PIC 9(10)V99 VALUE ZEROES.                    00029200
       77 WRK-VLR-APAGAR  PIC 9(10)V99 VALUE ZEROES.                    00029300
       77 WRK-HORAS-TOTAL PIC 9(06)V9 VALUE ZEROES.                     00029400
                                                                        00029500
       01 FILLER          PIC X(64) VALUE                               00029600
           '-----------LINHAS DO RELINST--------------------'.          00029700
                                                                        00029800
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00029900
                                                                        00030000
       01 WRK-LINHA-TITULO.                                             00030100
          05 FILLER              PIC X(44) VALUE                        00030200
             'CARGA HORARIA E PAGAMENTO DE INSTRUTORES    '.            00030300
          05 FILLER              PIC X(13) VALUE 'COMPETENCIA: '.       00030400
          05 WRK-TIT-COMP        PIC 9(06).                             00030500
          05 FILLER              PIC X(17) VALUE SPACES.                00030600
                                                                        00030700
       01 WRK-LINHA-INSTRUTOR.                                          00030800
          05 FILLER              PIC X(11) VALUE 'INSTRUTOR: '.         00030900
          05 WRK-LIN-CODIGO      PIC X(20).                             00031000
          05 FILLER              PIC X(01) VALUE SPACE.                 00031100
          05 WRK-LIN-NOME        PIC X(30).                             00031200
          05 FILLER              PIC X(01) VALUE SPACE.                 00031300
          05 WRK-LIN-TIPO        PIC X(11).                             00031400
          05 FILLER              PIC X(06) VALUE SPACES.                00031500
                                                                        00031600
       01 WRK-LINHA-TURMA.                                              00031700
          05 FILLER              PIC X(10) VALUE '    CURSO '.          00031800
          05 WRK-LTU-CURSO       PIC X(04).                             00031900
          05 FILLER              PIC X(07) VALUE ' TURMA '.             00032000
          05 WRK-LTU-TURMA       PIC X(02).                             00032100
          05 FILLER              PIC X(08) VALUE '  AULAS '.            00032200
          05 WRK-LTU-AULAS       PIC ZZ9.                               00032300
          05 FILLER              PIC X(08) VALUE '  HORAS '.            00032400
          05 WRK-LTU-HORAS       PIC ZZZ9,9.                            00032500
          05 FILLER              PIC X(08) VALUE '  VALOR '.            00032600
          05 WRK-LTU-VALOR       PIC ZZ.ZZZ.ZZ9,99.                     00032700
          05 FILLER              PIC X(11) VALUE SPACES.                00032800
                                                                        00032900
       01 WRK-LINHA-TOTINS.                                             00033000
          05 FILLER              PIC X(11) VALUE '    TOTAL: '.         00033100
          05 WRK-LTI-QTDTUR      PIC ZZ9.                               00033200
          05 FILLER              PIC X(08) VALUE ' TURMAS '.            00033300
          05 FILLER              PIC X(07) VALUE 'HORAS '.              00033400
          05 WRK-LTI-HORAS       PIC ZZZZ9,9.                           00033500
          05 FILLER              PIC X(13) VALUE '  VALOR/HORA '.       00033600
          05 WRK-LTI-VLRHORA     PIC ZZZ9,99.                           00033700
          05 FILLER              PIC X(08) VALUE '  VALOR '.            00033800
          05 WRK-LTI-VALOR       PIC ZZ.ZZZ.ZZ9,99.                     00033900
          05 FILLER              PIC X(03) VALUE SPACES.                00034000
                                                                        00034100
       01 WRK-LINHA-DESTINO.                                            00034200
          05 FILLER              PIC X(15) VALUE '    PAGAMENTO: '.     00034300
          05 WRK-LDE-TEXTO       PIC X(20).                             00034400
          05 WRK-LDE-CHAVE       PIC X(10).                             00034500
          05 FILLER              PIC X(35) VALUE SPACES.                00034600
                                                                        00034700
       01 WRK-LINHA-SEMCAD.                                             00034800
          05 FILLER              PIC X(18) VALUE                        00034900
             '*** SEM CADASTRO: '.                                      00035000
          05 WRK-LSC-INSTRUTOR   PIC X(20).                             00035100
          05 FILLER              PIC X(07) VALUE ' CURSO '.             00035200
          05 WRK-LSC-CURSO       PIC X(04).                             00035300
          05 FILLER              PIC X(07) VALUE ' TURMA '.             00035400
          05 WRK-LSC-TURMA       PIC X(02).                             00035500
          05 FILLER              PIC X(08) VALUE '  HORAS '.            00035600
          05 WRK-LSC-HORAS       PIC ZZZ9,9.                            00035700
          05 FILLER              PIC X(08) VALUE SPACES.                00035800
                                                                        00035900
       01 WRK-LINHA-TOTGER.                                             00036000
          05 WRK-LTG-TEXTO       PIC X(30).                             00036100
          05 FILLER              PIC X(06) VALUE 'QTD.: '.              00036200
          05 WRK-LTG-QTD         PIC ZZZZ9.                             00036300
          05 FILLER              PIC X(09) VALUE '  VALOR: '.           00036400
          05 WRK-LTG-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.                  00036500
          05 FILLER              PIC X(14) VALUE SPACES.                00036600
                                                                        00036700
      *=============================================================*   00036800
       PROCEDURE DIVISION.                                              00036900
      *=============================================================*   00037000
                                                                        00037100
      *-------------------------------------------------------------*   00037200
       0000-PRINCIPAL                           SECTION.                00037300
      *-------------------------------------------------------------*   00037400
                                                                        00037500
            PERFORM  1000-INICIAR.                                      00037600
            PERFORM  2000-LER-DIARIO UNTIL WRK-FIM-DIARIO.              00037700
            MOVE 1 TO WRK-SUB-CAR.                                      00037800
            PERFORM  2500-VALORIZAR-CARGA                               00037900
                     UNTIL WRK-SUB-CAR GREATER WRK-QTD-CAR.             00038000
            MOVE 1 TO WRK-SUB-INS.                                      00038100
            PERFORM  2700-EMITIR-INSTRUTOR                              00038200
                     UNTIL WRK-SUB-INS GREATER WRK-QTD-INS.             00038300
            IF WRK-QTD-SEMCAD GREATER ZEROES                            00038400
               MOVE 1 TO WRK-SUB-CAR                                    00038500
               PERFORM  2800-LISTAR-SEMCAD                              00038600
                        UNTIL WRK-SUB-CAR GREATER WRK-QTD-CAR           00038700
            END-IF.                                                     00038800
            PERFORM  3000-FINALIZAR.                                    00038900
            STOP RUN.                                                   00039000
                                                                        00039100
       0000-99-FIM.              EXIT.                                  00039200
      *-------------------------------------------------------------*   00039300
       1000-INICIAR                             SECTION.                00039400
      *-------------------------------------------------------------*   00039500
             OPEN INPUT  INSTRUT TURMAS DIARIO                          00039600
                  OUTPUT PAGINS APAGINS FORNINS RELINST.                00039700
                                                                        00039800
               PERFORM 4000-TESTARSTATUS.                               00039900
                                                                        00040000
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00040100
               ACCEPT WRK-COMPCARD FROM SYSIN.                          00040200
               IF WRK-COMPCARD-AC EQUAL ZEROES                          00040300
                  MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA           00040400
               ELSE                                                     00040500
                  MOVE WRK-COMPCARD-AC TO WRK-COMPETENCIA-R             00040600
               END-IF.                                                  00040700
               IF WRK-COMP-MES LESS 01 OR WRK-COMP-MES GREATER 12       00040800
                  MOVE 'COMPETENCIA INVALIDA  ' TO WRK-MSGERRO          00040900
                  MOVE '1000'                   TO WRK-SECAO            00041000
                  MOVE ZEROES                   TO WRK-STATUS           00041100
                   PERFORM 9000-TRATAERROS                              00041200
               END-IF.                                                  00041300
                                                                        00041400
      *----VENCIMENTO PADRAO: DIA 10 DO MES SEGUINTE-----------------*  00041500
               ACCEPT WRK-VENCCARD FROM SYSIN.                          00041600
               IF WRK-VENCCARD-AC NUMERIC                               00041700
                  AND WRK-VENCCARD-AC NOT EQUAL ZEROES                  00041800
                  MOVE WRK-VENCCARD-AC TO WRK-VENCIMENTO-R              00041900
               ELSE                                                     00042000
                  MOVE WRK-COMP-ANO TO WRK-VENC-ANO                     00042100
                  MOVE WRK-COMP-MES TO WRK-VENC-MES                     00042200
                  MOVE 10           TO WRK-VENC-DIA                     00042300
                  IF WRK-VENC-MES EQUAL 12                              00042400
                     MOVE 01 TO WRK-VENC-MES                            00042500
                     ADD 1   TO WRK-VENC-ANO                            00042600
                  ELSE                                                  00042700
                     ADD 1   TO WRK-VENC-MES                            00042800
                  END-IF                                                00042900
               END-IF.                                                  00043000
               MOVE WRK-COMPETENCIA-R TO WRK-DOCA-COMP WRK-TIT-COMP.    00043100
                                                                        00043200
               PERFORM 1100-CARREGAR-INSTRUT UNTIL WRK-FIM-INSTRUT.     00043300
               CLOSE INSTRUT.                                           00043400
               PERFORM 4100-TESTARSTATUS-INSTRUT.                       00043500
               PERFORM 1200-CARREGAR-TURMAS UNTIL WRK-FIM-TURMAS.       00043600
               CLOSE TURMAS.                                            00043700
               PERFORM 4200-TESTARSTATUS-TURMAS.                        00043800
                                                                        00043900
               WRITE FD-RELINST FROM WRK-LINHA-TRACO.                   00044000
               WRITE FD-RELINST FROM WRK-LINHA-TITULO.                  00044100
               WRITE FD-RELINST FROM WRK-LINHA-TRACO.                   00044200
                                                                        00044300
       1000-99-FIM.              EXIT.                                  00044400
      *-------------------------------------------------------------*   00044500
       1100-CARREGAR-INSTRUT                    SECTION.                00044600
      *-------------------------------------------------------------*   00044700
      *   SO ENTRA NA TABELA O CADASTRO COMPLETO: FUNCIONARIO COM   *   00044800
      *   ID DA FOLHA, EXTERNO COM CODIGO DE FORNECEDOR.            *   00044900
      *-------------------------------------------------------------*   00045000
                 READ INSTRUT                                           00045100
                   AT END                                               00045200
                     MOVE 'S' TO WRK-SW-FIM-INS                         00045300
                     GO TO 1100-99-FIM                                  00045400
                 END-READ.                                              00045500
                 PERFORM 4100-TESTARSTATUS-INSTRUT.                     00045600
                 ADD 1 TO WRK-REGINSTRUT.                               00045700
                                                                        00045800
                 IF (FD-INS-TIPO NOT EQUAL 'F'                          00045900
                     AND FD-INS-TIPO NOT EQUAL 'E')                     00046000
                    OR (FD-INS-TIPO EQUAL 'F'                           00046100
                        AND FD-INS-IDFUNC EQUAL ZEROES)                 00046200
                    OR (FD-INS-TIPO EQUAL 'E'                           00046300
                        AND FD-INS-FORNEC EQUAL SPACES)                 00046400
                    OR FD-INS-VLRHORA EQUAL ZEROES                      00046500
                    DISPLAY ' CADASTRO DE INSTRUTOR INVALIDO: '         00046600
                            FD-INS-CODIGO                               00046700
                    ADD 1 TO WRK-QTD-INSINV                             00046800
                    GO TO 1100-99-FIM.                                  00046900
                                                                        00047000
                 IF WRK-QTD-INS NOT LESS 200                            00047100
                    DISPLAY ' TABELA DE INSTRUTORES CHEIA (200) '       00047200
                            FD-INS-CODIGO                               00047300
                    ADD 1 TO WRK-QTD-INSINV                             00047400
                    GO TO 1100-99-FIM.                                  00047500
                 ADD 1 TO WRK-QTD-INS.                                  00047600
                 MOVE FD-INS-CODIGO  TO WRK-TBINS-CODIGO (WRK-QTD-INS). 00047700
                 MOVE FD-INS-NOME    TO WRK-TBINS-NOME (WRK-QTD-INS).   00047800
                 MOVE FD-INS-TIPO    TO WRK-TBINS-TIPO (WRK-QTD-INS).   00047900
                 MOVE FD-INS-VLRHORA TO WRK-TBINS-VLRHORA (WRK-QTD-INS).00048000
                 MOVE FD-INS-IDFUNC  TO WRK-TBINS-IDFUNC (WRK-QTD-INS). 00048100
                 MOVE FD-INS-FORNEC  TO WRK-TBINS-FORNEC (WRK-QTD-INS). 00048200
                 MOVE FD-INS-BANCO   TO WRK-TBINS-BANCO (WRK-QTD-INS).  00048300
                 MOVE FD-INS-AGENCIA TO WRK-TBINS-AGENCIA (WRK-QTD-INS).00048400
                 MOVE FD-INS-CONTA   TO WRK-TBINS-CONTA (WRK-QTD-INS).  00048500
                 MOVE ZEROES         TO WRK-TBINS-QTDTUR (WRK-QTD-INS)  00048600
                                        WRK-TBINS-HORAS (WRK-QTD-INS)   00048700
                                        WRK-TBINS-VALOR (WRK-QTD-INS).  00048800
                                                                        00048900
       1100-99-FIM.              EXIT.                                  00049000
      *-------------------------------------------------------------*   00049100
       1200-CARREGAR-TURMAS                     SECTION.                00049200
      *-------------------------------------------------------------*   00049300
                 READ TURMAS                                            00049400
                   AT END                                               00049500
                     MOVE 'S' TO WRK-SW-FIM-TUR                         00049600
                 END-READ.                                              00049700
                 PERFORM 4200-TESTARSTATUS-TURMAS.                      00049800
                 IF WRK-FS-TURMAS EQUAL 00                              00049900
                    IF WRK-QTD-TUR LESS 100                             00050000
                       ADD 1 TO WRK-QTD-TUR                             00050100
                       MOVE FD-TUR-CURSO                                00050200
                            TO WRK-TBTUR-CURSO (WRK-QTD-TUR)            00050300
                       MOVE FD-TUR-TURMA                                00050400
                            TO WRK-TBTUR-TURMA (WRK-QTD-TUR)            00050500
                       MOVE FD-TUR-INSTRUTOR                            00050600
                            TO WRK-TBTUR-INSTRUTOR (WRK-QTD-TUR)        00050700
                    ELSE                                                00050800
                       DISPLAY ' TABELA DE TURMAS CHEIA (100) '         00050900
                    END-IF                                              00051000
                 END-IF.                                                00051100
       1200-99-FIM.              EXIT.                                  00051200
      *-------------------------------------------------------------*   00051300
       2000-LER-DIARIO                          SECTION.                00051400
      *-------------------------------------------------------------*   00051500
      *   AULA DA COMPETENCIA: O INSTRUTOR E O DO DIARIO OU, EM     *   00051600
      *   BRANCO, O TITULAR DA TURMA; AS HORAS SOMAM NO PAR         *   00051700
      *   INSTRUTOR + TURMA.                                        *   00051800
      *-------------------------------------------------------------*   00051900
                 READ DIARIO                                            00052000
                   AT END                                               00052100
                     MOVE 'S' TO WRK-SW-FIM-DIA                         00052200
                     GO TO 2000-99-FIM                                  00052300
                 END-READ.                                              00052400
                 PERFORM 4300-TESTARSTATUS-DIARIO.                      00052500
                 ADD 1 TO WRK-REGDIARIO.                                00052600
                 IF FD-DIA-DATA (1:6) NOT EQUAL WRK-COMPETENCIA         00052700
                    ADD 1 TO WRK-QTD-FORA                               00052800
                    GO TO 2000-99-FIM.                                  00052900
                                                                        00053000
                 MOVE 'N'    TO WRK-SW-ACHOU.                           00053100
                 MOVE ZEROES TO WRK-IND-TUR.                            00053200
                 MOVE 1 TO WRK-SUB-TUR.                                 00053300
                 PERFORM 2050-COMPARAR-TURMA                            00053400
                         UNTIL WRK-SUB-TUR GREATER WRK-QTD-TUR          00053500
                            OR WRK-ACHOU.                               00053600
                 IF NOT WRK-ACHOU                                       00053700
                    DISPLAY ' AULA DE TURMA INEXISTENTE: '              00053800
                            FD-DIA-CURSO ' ' FD-DIA-TURMA ' '           00053900
                            FD-DIA-DATA                                 00054000
                    ADD 1 TO WRK-QTD-SEMTUR                             00054100
                    GO TO 2000-99-FIM.                                  00054200
                                                                        00054300
                 IF FD-DIA-INSTRUTOR EQUAL SPACES                       00054400
                    MOVE WRK-TBTUR-INSTRUTOR (WRK-IND-TUR)              00054500
                         TO WRK-INSTRUTOR-AULA                          00054600
                 ELSE                                                   00054700
                    MOVE FD-DIA-INSTRUTOR TO WRK-INSTRUTOR-AULA         00054800
                 END-IF.                                                00054900
                 ADD 1 TO WRK-QTD-AULAS.                                00055000
                 ADD FD-DIA-HORAS TO WRK-HORAS-TOTAL.                   00055100
                 PERFORM 2100-ACUMULAR-CARGA.                           00055200
                                                                        00055300
       2000-99-FIM.              EXIT.                                  00055400
      *-------------------------------------------------------------*   00055500
       2050-COMPARAR-TURMA                      SECTION.                00055600
      *-------------------------------------------------------------*   00055700
            IF WRK-TBTUR-CURSO (WRK-SUB-TUR) EQUAL FD-DIA-CURSO         00055800
               AND WRK-TBTUR-TURMA (WRK-SUB-TUR) EQUAL FD-DIA-TURMA     00055900
               MOVE 'S' TO WRK-SW-ACHOU                                 00056000
               MOVE WRK-SUB-TUR TO WRK-IND-TUR                          00056100
            END-IF.                                                     00056200
            ADD 1 TO WRK-SUB-TUR.                                       00056300
       2050-99-FIM.              EXIT.                                  00056400
      *-------------------------------------------------------------*   00056500
       2100-ACUMULAR-CARGA                      SECTION.                00056600
      *-------------------------------------------------------------*   00056700
            MOVE 'N'    TO WRK-SW-ACHOU.                                00056800
            MOVE ZEROES TO WRK-IND-CAR.                                 00056900
            MOVE 1 TO WRK-SUB-CAR.                                      00057000
            PERFORM 2110-COMPARAR-CARGA                                 00057100
                    UNTIL WRK-SUB-CAR GREATER WRK-QTD-CAR               00057200
                       OR WRK-ACHOU.                                    00057300
            IF NOT WRK-ACHOU                                            00057400
               IF WRK-QTD-CAR NOT LESS 500                              00057500
                  MOVE 'TABELA DE CARGA CHEIA ' TO WRK-MSGERRO          00057600
                  MOVE '2100'                   TO WRK-SECAO            00057700
                  MOVE ZEROES                   TO WRK-STATUS           00057800
                   PERFORM 9000-TRATAERROS                              00057900
               END-IF                                                   00058000
               ADD 1 TO WRK-QTD-CAR                                     00058100
               MOVE WRK-QTD-CAR TO WRK-IND-CAR                          00058200
               MOVE WRK-INSTRUTOR-AULA                                  00058300
                    TO WRK-TBCAR-INSTRUTOR (WRK-IND-CAR)                00058400
               MOVE FD-DIA-CURSO TO WRK-TBCAR-CURSO (WRK-IND-CAR)       00058500
               MOVE FD-DIA-TURMA TO WRK-TBCAR-TURMA (WRK-IND-CAR)       00058600
               MOVE ZEROES       TO WRK-TBCAR-AULAS (WRK-IND-CAR)       00058700
                                    WRK-TBCAR-HORAS (WRK-IND-CAR)       00058800
                                    WRK-TBCAR-VALOR (WRK-IND-CAR)       00058900
                                    WRK-TBCAR-IND-INS (WRK-IND-CAR)     00059000
            END-IF.                                                     00059100
            ADD 1            TO WRK-TBCAR-AULAS (WRK-IND-CAR).          00059200
            ADD FD-DIA-HORAS TO WRK-TBCAR-HORAS (WRK-IND-CAR).          00059300
                                                                        00059400
       2100-99-FIM.              EXIT.                                  00059500
      *-------------------------------------------------------------*   00059600
       2110-COMPARAR-CARGA                      SECTION.                00059700
      *-------------------------------------------------------------*   00059800
            IF WRK-TBCAR-INSTRUTOR (WRK-SUB-CAR)                        00059900
                                   EQUAL WRK-INSTRUTOR-AULA             00060000
               AND WRK-TBCAR-CURSO (WRK-SUB-CAR) EQUAL FD-DIA-CURSO     00060100
               AND WRK-TBCAR-TURMA (WRK-SUB-CAR) EQUAL FD-DIA-TURMA     00060200
               MOVE 'S' TO WRK-SW-ACHOU                                 00060300
               MOVE WRK-SUB-CAR TO WRK-IND-CAR                          00060400
            END-IF.                                                     00060500
            ADD 1 TO WRK-SUB-CAR.                                       00060600
       2110-99-FIM.              EXIT.                                  00060700
      *-------------------------------------------------------------*   00060800
       2500-VALORIZAR-CARGA                     SECTION.                00060900
      *-------------------------------------------------------------*   00061000
      *   VALOR DO PAR = HORAS X VALOR-HORA DO INSTRUTOR; PAR SEM   *   00061100
      *   INSTRUTOR NO CADASTRO FICA SEM VALOR E VAI PARA A LISTA   *   00061200
      *   DE SEM CADASTRO.                                          *   00061300
      *-------------------------------------------------------------*   00061400
            MOVE 'N'    TO WRK-SW-ACHOU.                                00061500
            MOVE ZEROES TO WRK-IND-INS.                                 00061600
            MOVE 1 TO WRK-SUB-INS.                                      00061700
            PERFORM 2510-COMPARAR-INSTRUT                               00061800
                    UNTIL WRK-SUB-INS GREATER WRK-QTD-INS               00061900
                       OR WRK-ACHOU.                                    00062000
            IF NOT WRK-ACHOU                                            00062100
               ADD 1 TO WRK-QTD-SEMCAD                                  00062200
               ADD 1 TO WRK-SUB-CAR                                     00062300
               GO TO 2500-99-FIM.                                       00062400
                                                                        00062500
            MOVE WRK-IND-INS TO WRK-TBCAR-IND-INS (WRK-SUB-CAR).        00062600
            COMPUTE WRK-TBCAR-VALOR (WRK-SUB-CAR) ROUNDED =             00062700
                    WRK-TBCAR-HORAS (WRK-SUB-CAR)                       00062800
                  * WRK-TBINS-VLRHORA (WRK-IND-INS).                    00062900
            ADD 1 TO WRK-TBINS-QTDTUR (WRK-IND-INS).                    00063000
            ADD WRK-TBCAR-HORAS (WRK-SUB-CAR)                           00063100
                TO WRK-TBINS-HORAS (WRK-IND-INS).                       00063200
            ADD WRK-TBCAR-VALOR (WRK-SUB-CAR)                           00063300
                TO WRK-TBINS-VALOR (WRK-IND-INS).                       00063400
            ADD 1 TO WRK-SUB-CAR.                                       00063500
                                                                        00063600
       2500-99-FIM.              EXIT.                                  00063700
      *-------------------------------------------------------------*   00063800
       2510-COMPARAR-INSTRUT                    SECTION.                00063900
      *-------------------------------------------------------------*   00064000
            IF WRK-TBINS-CODIGO (WRK-SUB-INS)                           00064100
                                EQUAL WRK-TBCAR-INSTRUTOR (WRK-SUB-CAR) 00064200
               MOVE 'S' TO WRK-SW-ACHOU                                 00064300
               MOVE WRK-SUB-INS TO WRK-IND-INS                          00064400
            END-IF.                                                     00064500
            ADD 1 TO WRK-SUB-INS.                                       00064600
       2510-99-FIM.              EXIT.                                  00064700
      *-------------------------------------------------------------*   00064800
       2700-EMITIR-INSTRUTOR                    SECTION.                00064900
      *-------------------------------------------------------------*   00065000
      *   INSTRUTOR COM AULA NA COMPETENCIA: BLOCO NO RELINST E O   *   00065100
      *   PAGAMENTO PELA FOLHA (F) OU PELO CONTAS A PAGAR (E).      *   00065200
      *-------------------------------------------------------------*   00065300
            IF WRK-TBINS-HORAS (WRK-SUB-INS) EQUAL ZEROES               00065400
               ADD 1 TO WRK-SUB-INS                                     00065500
               GO TO 2700-99-FIM.                                       00065600
                                                                        00065700
            MOVE WRK-TBINS-CODIGO (WRK-SUB-INS) TO WRK-LIN-CODIGO.      00065800
            MOVE WRK-TBINS-NOME (WRK-SUB-INS)   TO WRK-LIN-NOME.        00065900
            IF WRK-TBINS-TIPO (WRK-SUB-INS) EQUAL 'F'                   00066000
               MOVE 'FUNCIONARIO' TO WRK-LIN-TIPO                       00066100
            ELSE                                                        00066200
               MOVE 'EXTERNO    ' TO WRK-LIN-TIPO                       00066300
            END-IF.                                                     00066400
            WRITE FD-RELINST FROM WRK-LINHA-INSTRUTOR.                  00066500
            MOVE 1 TO WRK-SUB-CAR.                                      00066600
            PERFORM 2710-IMPRIMIR-TURMA                                 00066700
                    UNTIL WRK-SUB-CAR GREATER WRK-QTD-CAR.              00066800
            MOVE WRK-TBINS-QTDTUR (WRK-SUB-INS)  TO WRK-LTI-QTDTUR.     00066900
            MOVE WRK-TBINS-HORAS (WRK-SUB-INS)   TO WRK-LTI-HORAS.      00067000
            MOVE WRK-TBINS-VLRHORA (WRK-SUB-INS) TO WRK-LTI-VLRHORA.    00067100
            MOVE WRK-TBINS-VALOR (WRK-SUB-INS)   TO WRK-LTI-VALOR.      00067200
            WRITE FD-RELINST FROM WRK-LINHA-TOTINS.                     00067300
                                                                        00067400
            IF WRK-TBINS-TIPO (WRK-SUB-INS) EQUAL 'F'                   00067500
               PERFORM 2720-GRAVAR-FOLHA                                00067600
            ELSE                                                        00067700
               PERFORM 2730-GRAVAR-APAGAR                               00067800
            END-IF.                                                     00067900
            WRITE FD-RELINST FROM WRK-LINHA-DESTINO.                    00068000
            WRITE FD-RELINST FROM WRK-LINHA-TRACO.                      00068100
            ADD 1 TO WRK-SUB-INS.                                       00068200
                                                                        00068300
       2700-99-FIM.              EXIT.                                  00068400
      *-------------------------------------------------------------*   00068500
       2710-IMPRIMIR-TURMA                      SECTION.                00068600
      *-------------------------------------------------------------*   00068700
            IF WRK-TBCAR-IND-INS (WRK-SUB-CAR) EQUAL WRK-SUB-INS        00068800
               MOVE WRK-TBCAR-CURSO (WRK-SUB-CAR) TO WRK-LTU-CURSO      00068900
               MOVE WRK-TBCAR-TURMA (WRK-SUB-CAR) TO WRK-LTU-TURMA      00069000
               MOVE WRK-TBCAR-AULAS (WRK-SUB-CAR) TO WRK-LTU-AULAS      00069100
               MOVE WRK-TBCAR-HORAS (WRK-SUB-CAR) TO WRK-LTU-HORAS      00069200
               MOVE WRK-TBCAR-VALOR (WRK-SUB-CAR) TO WRK-LTU-VALOR      00069300
               WRITE FD-RELINST FROM WRK-LINHA-TURMA                    00069400
            END-IF.                                                     00069500
            ADD 1 TO WRK-SUB-CAR.                                       00069600
       2710-99-FIM.              EXIT.                                  00069700
      *-------------------------------------------------------------*   00069800
       2720-GRAVAR-FOLHA                        SECTION.                00069900
      *-------------------------------------------------------------*   00070000
            MOVE SPACES                          TO FD-PAGINS.          00070100
            MOVE WRK-TBINS-IDFUNC (WRK-SUB-INS)  TO FD-PAG-ID.          00070200
            MOVE WRK-TBINS-NOME (WRK-SUB-INS)    TO FD-PAG-NOME.        00070300
            MOVE 'INS '                          TO FD-PAG-SETOR.       00070400
            MOVE WRK-TBINS-VALOR (WRK-SUB-INS)   TO FD-PAG-BRUTO        00070500
                                                    FD-PAG-LIQUIDO.     00070600
            MOVE ZEROES                          TO FD-PAG-INSS         00070700
                                                    FD-PAG-IRRF.        00070800
            WRITE FD-PAGINS.                                            00070900
            PERFORM 4400-TESTARSTATUS-PAGINS.                           00071000
            ADD 1 TO WRK-QTD-FOLHA.                                     00071100
            ADD WRK-TBINS-VALOR (WRK-SUB-INS) TO WRK-VLR-FOLHA.         00071200
            MOVE 'FOLHA - ID         ' TO WRK-LDE-TEXTO.                00071300
            MOVE WRK-TBINS-IDFUNC (WRK-SUB-INS) TO WRK-LDE-CHAVE.       00071400
                                                                        00071500
       2720-99-FIM.              EXIT.                                  00071600
      *-------------------------------------------------------------*   00071700
       2730-GRAVAR-APAGAR                       SECTION.                00071800
      *-------------------------------------------------------------*   00071900
            MOVE SPACES                          TO FD-APAGAR.          00072000
            MOVE 'INS'                           TO FD-APG-ORIGEM.      00072100
            MOVE WRK-TBINS-FORNEC (WRK-SUB-INS)  TO FD-APG-FORNEC.      00072200
            MOVE WRK-DOC-APAGAR                  TO FD-APG-DOCUMENTO.   00072300
            MOVE WRK-VENCIMENTO-R                TO FD-APG-VENCIMENTO.  00072400
            MOVE WRK-TBINS-VALOR (WRK-SUB-INS)   TO FD-APG-VALOR.       00072500
            MOVE 'A'                             TO FD-APG-APROVACAO.   00072600
            WRITE FD-APAGAR.                                            00072700
            PERFORM 4500-TESTARSTATUS-APAGINS.                          00072800
                                                                        00072900
            MOVE SPACES                          TO FD-FORNINS.         00073000
            MOVE WRK-TBINS-FORNEC (WRK-SUB-INS)  TO FD-FOR-CODIGO.      00073100
            MOVE WRK-TBINS-NOME (WRK-SUB-INS)    TO FD-FOR-NOME.        00073200
            MOVE WRK-TBINS-BANCO (WRK-SUB-INS)   TO FD-FOR-BANCO.       00073300
            MOVE WRK-TBINS-AGENCIA (WRK-SUB-INS) TO FD-FOR-AGENCIA.     00073400
            MOVE WRK-TBINS-CONTA (WRK-SUB-INS)   TO FD-FOR-CONTA.       00073500
            MOVE 'A'                             TO FD-FOR-SITUACAO.    00073600
            WRITE FD-FORNINS.                                           00073700
            PERFORM 4600-TESTARSTATUS-FORNINS.                          00073800
                                                                        00073900
            ADD 1 TO WRK-QTD-APAGAR.                                    00074000
            ADD WRK-TBINS-VALOR (WRK-SUB-INS) TO WRK-VLR-APAGAR.        00074100
            MOVE 'A PAGAR - FORNEC.  ' TO WRK-LDE-TEXTO.                00074200
            MOVE WRK-TBINS-FORNEC (WRK-SUB-INS) TO WRK-LDE-CHAVE.       00074300
                                                                        00074400
       2730-99-FIM.              EXIT.                                  00074500
      *-------------------------------------------------------------*   00074600
       2800-LISTAR-SEMCAD                       SECTION.                00074700
      *-------------------------------------------------------------*   00074800
            IF WRK-TBCAR-IND-INS (WRK-SUB-CAR) EQUAL ZEROES             00074900
               MOVE WRK-TBCAR-INSTRUTOR (WRK-SUB-CAR)                   00075000
                    TO WRK-LSC-INSTRUTOR                                00075100
               MOVE WRK-TBCAR-CURSO (WRK-SUB-CAR) TO WRK-LSC-CURSO      00075200
               MOVE WRK-TBCAR-TURMA (WRK-SUB-CAR) TO WRK-LSC-TURMA      00075300
               MOVE WRK-TBCAR-HORAS (WRK-SUB-CAR) TO WRK-LSC-HORAS      00075400
               WRITE FD-RELINST FROM WRK-LINHA-SEMCAD                   00075500
            END-IF.                                                     00075600
            ADD 1 TO WRK-SUB-CAR.                                       00075700
       2800-99-FIM.              EXIT.                                  00075800
      *-------------------------------------------------------------*   00075900
       3000-FINALIZAR                           SECTION.                00076000
      *-------------------------------------------------------------*   00076100
             IF WRK-QTD-SEMCAD GREATER ZEROES                           00076200
                WRITE FD-RELINST FROM WRK-LINHA-TRACO                   00076300
             END-IF.                                                    00076400
             MOVE 'PAGAMENTOS PELA FOLHA        ' TO WRK-LTG-TEXTO.     00076500
             MOVE WRK-QTD-FOLHA  TO WRK-LTG-QTD.                        00076600
             MOVE WRK-VLR-FOLHA  TO WRK-LTG-VALOR.                      00076700
             WRITE FD-RELINST FROM WRK-LINHA-TOTGER.                    00076800
             MOVE 'TITULOS A PAGAR (EXTERNOS)   ' TO WRK-LTG-TEXTO.     00076900
             MOVE WRK-QTD-APAGAR TO WRK-LTG-QTD.                        00077000
             MOVE WRK-VLR-APAGAR TO WRK-LTG-VALOR.                      00077100
             WRITE FD-RELINST FROM WRK-LINHA-TOTGER.                    00077200
             WRITE FD-RELINST FROM WRK-LINHA-TRACO.                     00077300
                                                                        00077400
             IF WRK-QTD-INSINV GREATER ZEROES                           00077500
                OR WRK-QTD-SEMTUR GREATER ZEROES                        00077600
                OR WRK-QTD-SEMCAD GREATER ZEROES                        00077700
                MOVE 4 TO RETURN-CODE                                   00077800
             END-IF.                                                    00077900
                                                                        00078000
             CLOSE DIARIO PAGINS APAGINS FORNINS RELINST.               00078100
               PERFORM 4300-TESTARSTATUS-DIARIO.                        00078200
               DISPLAY ' ============================================'. 00078300
               DISPLAY ' RESUMO DO PROCESSAMENTO - ARQ1915           '. 00078400
               DISPLAY ' ============================================'. 00078500
               DISPLAY ' COMPETENCIA............' WRK-COMPETENCIA.      00078600
               DISPLAY ' INSTRUTORES LIDOS......' WRK-REGINSTRUT.       00078700
               DISPLAY '  CADASTRO INVALIDO.....' WRK-QTD-INSINV.       00078800
               DISPLAY ' AULAS LIDAS NO DIARIO..' WRK-REGDIARIO.        00078900
               DISPLAY '  FORA DA COMPETENCIA...' WRK-QTD-FORA.         00079000
               DISPLAY '  TURMA INEXISTENTE.....' WRK-QTD-SEMTUR.       00079100
               DISPLAY '  AULAS APURADAS........' WRK-QTD-AULAS.        00079200
               DISPLAY ' HORAS APURADAS.........' WRK-HORAS-TOTAL.      00079300
               DISPLAY ' PARES SEM CADASTRO.....' WRK-QTD-SEMCAD.       00079400
               DISPLAY ' PAGAMENTOS NA FOLHA....' WRK-QTD-FOLHA.        00079500
               DISPLAY ' TITULOS A PAGAR........' WRK-QTD-APAGAR.       00079600
               DISPLAY ' ============================================'. 00079700
                                                                        00079800
       3000-99-FIM.              EXIT.                                  00079900
      *-------------------------------------------------------------*   00080000
       4000-TESTARSTATUS                            SECTION.            00080100
      *-------------------------------------------------------------*   00080200
                 PERFORM 4100-TESTARSTATUS-INSTRUT.                     00080300
                 PERFORM 4200-TESTARSTATUS-TURMAS.                      00080400
                 PERFORM 4300-TESTARSTATUS-DIARIO.                      00080500
                 PERFORM 4400-TESTARSTATUS-PAGINS.                      00080600
                 PERFORM 4500-TESTARSTATUS-APAGINS.                     00080700
                 PERFORM 4600-TESTARSTATUS-FORNINS.                     00080800
                 IF WRK-FS-RELINST NOT EQUAL 00                         00080900
                   MOVE 'ERRO NO OPEN RELINST  ' TO WRK-MSGERRO         00081000
                   MOVE '1000'                   TO WRK-SECAO           00081100
                   MOVE WRK-FS-RELINST           TO WRK-STATUS          00081200
                    PERFORM 9000-TRATAERROS                             00081300
                 END-IF.                                                00081400
                                                                        00081500
       4000-99-FIM.              EXIT.                                  00081600
      *-------------------------------------------------------------*   00081700
       4100-TESTARSTATUS-INSTRUT                    SECTION.            00081800
      *-------------------------------------------------------------*   00081900
               IF WRK-FS-INSTRUT NOT EQUAL 00                           00082000
                           AND WRK-FS-INSTRUT NOT EQUAL 10              00082100
                 MOVE 'ERRO NO INSTRUT       ' TO WRK-MSGERRO           00082200
                 MOVE '1100'                   TO WRK-SECAO             00082300
                 MOVE WRK-FS-INSTRUT           TO WRK-STATUS            00082400
                  PERFORM 9000-TRATAERROS                               00082500
               END-IF.                                                  00082600
                                                                        00082700
       4100-99-FIM.              EXIT.                                  00082800
      *-------------------------------------------------------------*   00082900
       4200-TESTARSTATUS-TURMAS                     SECTION.            00083000
      *-------------------------------------------------------------*   00083100
               IF WRK-FS-TURMAS NOT EQUAL 00                            00083200
                           AND WRK-FS-TURMAS NOT EQUAL 10               00083300
                 MOVE 'ERRO NO TURMAS        ' TO WRK-MSGERRO           00083400
                 MOVE '1200'                   TO WRK-SECAO             00083500
                 MOVE WRK-FS-TURMAS            TO WRK-STATUS            00083600
                  PERFORM 9000-TRATAERROS                               00083700
               END-IF.                                                  00083800
                                                                        00083900
       4200-99-FIM.              EXIT.                                  00084000
      *-------------------------------------------------------------*   00084100
       4300-TESTARSTATUS-DIARIO                     SECTION.            00084200
      *-------------------------------------------------------------*   00084300
               IF WRK-FS-DIARIO NOT EQUAL 00                            00084400
                           AND WRK-FS-DIARIO NOT EQUAL 10               00084500
                 MOVE 'ERRO NO DIARIO        ' TO WRK-MSGERRO           00084600
                 MOVE '2000'                   TO WRK-SECAO             00084700
                 MOVE WRK-FS-DIARIO            TO WRK-STATUS            00084800
                  PERFORM 9000-TRATAERROS                               00084900
               END-IF.                                                  00085000
                                                                        00085100
       4300-99-FIM.              EXIT.                                  00085200
      *-------------------------------------------------------------*   00085300
       4400-TESTARSTATUS-PAGINS                     SECTION.            00085400
      *-------------------------------------------------------------*   00085500
               IF WRK-FS-PAGINS NOT EQUAL 00                            00085600
                 MOVE 'ERRO NO PAGINS        ' TO WRK-MSGERRO           00085700
                 MOVE '2720'                   TO WRK-SECAO             00085800
                 MOVE WRK-FS-PAGINS            TO WRK-STATUS            00085900
                  PERFORM 9000-TRATAERROS                               00086000
               END-IF.                                                  00086100
                                                                        00086200
       4400-99-FIM.              EXIT.                                  00086300
      *-------------------------------------------------------------*   00086400
       4500-TESTARSTATUS-APAGINS                    SECTION.            00086500
      *-------------------------------------------------------------*   00086600
               IF WRK-FS-APAGINS NOT EQUAL 00                           00086700
                 MOVE 'ERRO NO APAGINS       ' TO WRK-MSGERRO           00086800
                 MOVE '2730'                   TO WRK-SECAO             00086900
                 MOVE WRK-FS-APAGINS           TO WRK-STATUS            00087000
                  PERFORM 9000-TRATAERROS                               00087100
               END-IF.                                                  00087200
                                                                        00087300
       4500-99-FIM.              EXIT.                                  00087400
      *-------------------------------------------------------------*   00087500
       4600-TESTARSTATUS-FORNINS                    SECTION.            00087600
      *-------------------------------------------------------------*   00087700
               IF WRK-FS-FORNINS NOT EQUAL 00                           00087800
                 MOVE 'ERRO NO FORNINS       ' TO WRK-MSGERRO           00087900
                 MOVE '2730'                   TO WRK-SECAO             00088000
                 MOVE WRK-FS-FORNINS           TO WRK-STATUS            00088100
                  PERFORM 9000-TRATAERROS                               00088200
               END-IF.                                                  00088300
                                                                        00088400
       4600-99-FIM.              EXIT.                                  00088500
      *-------------------------------------------------------------*   00088600
       9000-TRATAERROS                              SECTION.            00088700
      *-------------------------------------------------------------*   00088800
           MOVE 'ARQ1915' TO WRK-PROGRAMA                               00088900
           MOVE 'E'        TO WRK-SEVERIDADE                            00089000
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00089100
           GOBACK.                                                      00089200
                                                                        00089300
       9000-99-FIM.              EXIT.                                  00089400
