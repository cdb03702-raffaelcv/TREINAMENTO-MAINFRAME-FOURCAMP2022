      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19EX66.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PAGAR A PENSAO ALIMENTICIA NA CONTA DO          *   00001200
      *    BENEFICIARIO. LE OS PAGAMENTOS DO MES (PENPAG, GERADO    *   00001300
      *    PELO FR19DB60 JUNTO COM O DESCONTO NA FOLHA) E:          *   00001400
      *     CONTA NO PROPRIO BANCO (BANCO EM BRANCO) - CREDITO NO   *   00001500
      *       LAYOUT DO MOV0106 (MOVPEN, COM CABECALHO/RODAPE DE    *   00001600
      *       CONTROLE PARA O FR19EX04), DEPOIS DE CRITICAR A CONTA *   00001700
      *       NO CADASTRO CLIENTES EM MEMORIA COMO NO FR19EX40      *   00001800
      *       (INEXISTENTE OU BLOQUEADA = RECUSADO). O VALOR E      *   00001900
      *       CREDITADO EM UNIDADES INTEIRAS ARREDONDADAS           *   00002000
      *     CONTA EM OUTRO BANCO - SEGMENTO A NA REMESSA REMPEN, NO *   00002100
      *       MESMO ESTILO CNAB 240 DO FR19EX65 (TIPO 'S'; NAS      *   00002200
      *       POSICOES 122-131 VAI O ID + SEQ DA PENSAO, PARA O     *   00002300
      *       FR19EX15 CASAR O RETORNO)                             *   00002400
      *    O TOTAL CREDITADO NO PROPRIO BANCO BAIXA A PENSAO        *   00002500
      *    RETIDA NA FOLHA: EVENTO PENPAGO DO PLANOCTA (DEBITO =    *   00002600
      *    CONTA DOS DESCONTOS RETIDOS DO FOLDESC DO FR19DB52,      *   00002700
      *    CREDITO = BANCO) NO LANCPEN, LAYOUT DO LANCTOS, CENTRO   *   00002800
      *    0000. SEM MAPA DO PENPAGO O CREDITO SEGUE E O RC E 4.    *   00002900
      *    PAGAMENTO RECUSADO SAI NO RELPEX COM O MOTIVO (RC=4):    *   00003000
      *    O BENEFICIARIO TEM DE SER PAGO POR FORA NO MESMO DIA.    *   00003100
      *    CARTAO SYSIN 1: DATA DO PAGAMENTO (9(08); ZEROS = HOJE)  *   00003200
      *    CARTAO SYSIN 2: CONTA DA EMPRESA PAGADORA DA REMESSA     *   00003300
      *                    (AGENCIA + CONTA, X(08); EM BRANCO =     *   00003400
      *                    RC 8)                                    *   00003500
      *    (CADA CARTAO COM 10 DE FILLER)                           *   00003600
      *-------------------------------------------------------------*   00003700
      *   ARQUIVOS...:                                              *   00003800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003900
      *    PENPAG               I                  -----------      *   00004000
      *    CLIENTES             I                  -----------      *   00004100
      *    PLANOCTA             I                  -----------      *   00004200
      *    MOVPEN               O                  -----------      *   00004300
      *    REMPEN               O                  -----------      *   00004400
      *    LANCPEN              O                  -----------      *   00004500
      *    RELPEX               O                  -----------      *   00004600
      *-------------------------------------------------------------*   00004700
      *   MODULOS....:                             INCLUDE/BOOK     *   00004800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004900
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00005000
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       ENVIRONMENT                               DIVISION.              00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       CONFIGURATION                               SECTION.             00005800
      *=============================================================*   00005900
       SPECIAL-NAMES.                                                   00006000
           DECIMAL-POINT IS COMMA.                                      00006100
                                                                        00006200
       INPUT-OUTPUT                                SECTION.             00006300
       FILE-CONTROL.                                                    00006400
            SELECT PENPAG ASSIGN TO PENPAG                              00006500
                 FILE STATUS IS WRK-FS-PENPAG.                          00006600
                                                                        00006700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00006800
                 FILE STATUS IS WRK-FS-CLIENTES.                        00006900
                                                                        00007000
            SELECT PLANOCTA ASSIGN TO PLANOCTA                          00007100
                 FILE STATUS IS WRK-FS-PLANOCTA.                        00007200
                                                                        00007300
      *--------------ARQUIVOS SAIDAS--------------------------------*   00007400
                                                                        00007500
            SELECT MOVPEN ASSIGN TO MOVPEN                              00007600
                 FILE STATUS IS WRK-FS-MOVPEN.                          00007700
                                                                        00007800
            SELECT REMPEN ASSIGN TO REMPEN                              00007900
                 FILE STATUS IS WRK-FS-REMPEN.                          00008000
                                                                        00008100
            SELECT LANCPEN ASSIGN TO LANCPEN                            00008200
                 FILE STATUS IS WRK-FS-LANCPEN.                         00008300
                                                                        00008400
            SELECT RELPEX ASSIGN TO RELPEX                              00008500
                 FILE STATUS IS WRK-FS-RELPEX.                          00008600
                                                                        00008700
      *=============================================================*   00008800
       DATA                                      DIVISION.              00008900
      *=============================================================*   00009000
       FILE                                      SECTION.               00009100
      *-------------------LRECL 100---------------------------------*   00009200
       FD PENPAG                                                        00009300
           RECORDING MODE IS F                                          00009400
           LABEL RECORD IS STANDARD                                     00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-PENPAG.                                                    00009700
          05 FD-PPG-IDFUNC       PIC 9(05).                             00009800
          05 FD-PPG-SEQ          PIC 9(02).                             00009900
          05 FD-PPG-NOME         PIC X(30).                             00010000
          05 FD-PPG-DOCUMENTO    PIC 9(14).                             00010100
          05 FD-PPG-BANCO        PIC X(03).                             00010200
          05 FD-PPG-AGENCIA      PIC X(04).                             00010300
          05 FD-PPG-CONTA        PIC X(04).                             00010400
          05 FD-PPG-CONTA-EXT    PIC X(12).                             00010500
          05 FD-PPG-VALOR        PIC 9(08)V99.                          00010600
          05 FD-PPG-DATA         PIC 9(08).                             00010700
          05 FILLER              PIC X(08).                             00010800
                                                                        00010900
      *-------------------LRECL 89----------------------------------*   00011000
       FD CLIENTES                                                      00011100
           RECORDING MODE IS F                                          00011200
           LABEL RECORD IS STANDARD                                     00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-CLIENTES.                                                  00011500
          05 FD-CHAVE.                                                  00011600
             10 FD-AGENCIA      PIC X(04).                              00011700
             10 FD-CONTA        PIC X(04).                              00011800
          05 FD-NOME            PIC X(30).                              00011900
          05 FD-SALDO           PIC S9(08).                             00012000
          05 FD-STATUS          PIC X(01).                              00012100
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00012200
          05 FD-LIMITE          PIC 9(08).                              00012300
          05 FD-DOCUMENTO       PIC 9(14).                              00012400
      *-------------------LRECL 24----------------------------------*   00012500
       FD PLANOCTA                                                      00012600
           RECORDING MODE IS F                                          00012700
           LABEL RECORD IS STANDARD                                     00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-PLANOCTA.                                                  00013000
          05 FD-PLA-EVENTO       PIC X(08).                             00013100
          05 FD-PLA-CTADEB       PIC X(08).                             00013200
          05 FD-PLA-CTACRED      PIC X(08).                             00013300
                                                                        00013400
      *-------------------LRECL 55----------------------------------*   00013500
       FD MOVPEN                                                        00013600
           RECORDING MODE IS F.                                         00013700
       01 FD-MOVPEN.                                                    00013800
          05 FD-MPE-AGENCIA        PIC X(04).                           00013900
          05 FD-MPE-CONTA          PIC X(04).                           00014000
          05 FD-MPE-MOVIMENTO      PIC X(30).                           00014100
          05 FD-MPE-VLRMOVIMENTO   PIC 9(08).                           00014200
          05 FD-MPE-TIPOMOV        PIC X(01).                           00014300
          05 FD-MPE-DATAVALOR      PIC 9(08).                           00014400
                                                                        00014500
      *-------------------LRECL 240---------------------------------*   00014600
       FD REMPEN                                                        00014700
           RECORDING MODE IS F.                                         00014800
       01 FD-REMPEN               PIC X(240).                           00014900
                                                                        00015000
      *-------------------LRECL 80----------------------------------*   00015100
       FD LANCPEN                                                       00015200
           RECORDING MODE IS F.                                         00015300
       01 FD-LANCPEN.                                                   00015400
          05 FD-LAN-DATA         PIC 9(08).                             00015500
          05 FD-LAN-AGENCIA      PIC X(04).                             00015600
          05 FD-LAN-CONTACTB     PIC X(08).                             00015700
          05 FD-LAN-DC           PIC X(01).                             00015800
          05 FD-LAN-VALOR        PIC 9(12).                             00015900
          05 FD-LAN-EVENTO       PIC X(08).                             00016000
          05 FD-LAN-ORIGEM       PIC X(08).                             00016100
          05 FD-LAN-HISTORICO    PIC X(30).                             00016200
          05 FILLER              PIC X(01).                             00016300
                                                                        00016400
      *-------------------LRECL 80----------------------------------*   00016500
       FD RELPEX                                                        00016600
           RECORDING MODE IS F.                                         00016700
       01 FD-RELPEX               PIC X(80).                            00016800
                                                                        00016900
      *=============================================================*   00017000
       WORKING-STORAGE                             SECTION.             00017100
      *=============================================================*   00017200
                                                                        00017300
       01 FILLER          PIC X(64) VALUE                               00017400
           '-----------BOOK LOGERROS------------------------'.          00017500
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00017600
       COPY '#GLOG'.                                                    00017700
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00017800
       COPY '#GSTAT'.                                                   00017900
      *-------------------------------------------------------------*   00018000
                                                                        00018100
       01 FILLER          PIC X(64) VALUE                               00018200
           '-----------VARIAVEIS DE STATUS------------------'.          00018300
                                                                        00018400
       77 WRK-FS-PENPAG   PIC 9(02).                                    00018500
       77 WRK-FS-CLIENTES PIC 9(02).                                    00018600
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00018700
       77 WRK-FS-MOVPEN   PIC 9(02).                                    00018800
       77 WRK-FS-REMPEN   PIC 9(02).                                    00018900
       77 WRK-FS-LANCPEN  PIC 9(02).                                    00019000
       77 WRK-FS-RELPEX   PIC 9(02).                                    00019100
                                                                        00019200
       01 FILLER          PIC X(64) VALUE                               00019300
           '-----------PARAMETROS SYSIN---------------------'.          00019400
                                                                        00019500
       01 WRK-DATAPAGTO.                                                00019600
          05 FILLER              PIC X(10).                             00019700
          05 WRK-DATAPAGTO-AC    PIC 9(08).                             00019800
                                                                        00019900
       01 WRK-CONTAEMP.                                                 00020000
          05 FILLER              PIC X(10).                             00020100
          05 WRK-CONTAEMP-AC.                                           00020200
             10 WRK-CONTAEMP-AG  PIC X(04).                             00020300
             10 WRK-CONTAEMP-CTA PIC X(04).                             00020400
                                                                        00020500
       77 WRK-DATA-PAGTO  PIC 9(08) VALUE ZEROES.                       00020600
                                                                        00020700
       01 FILLER          PIC X(64) VALUE                               00020800
           '-----------CADASTRO EM MEMORIA------------------'.          00020900
                                                                        00021000
       77 WRK-SW-FIM-CLI  PIC X(01) VALUE 'N'.                          00021100
           88 WRK-FIM-CLIENTES      VALUE 'S'.                          00021200
       77 WRK-QTD-CONTAS  PIC 9(04) VALUE ZEROES.                       00021300
       77 WRK-SUB-CONTAS  PIC 9(04) VALUE ZEROES.                       00021400
       77 WRK-IDX-CONTA   PIC 9(04) VALUE ZEROES.                       00021500
       77 WRK-CHAVE-BUSCA PIC X(08) VALUE SPACES.                       00021600
       01 WRK-TAB-CONTAS.                                               00021700
          05 WRK-CONTA-LINHA OCCURS 2000 TIMES.                         00021800
             10 WRK-CTA-CHAVE       PIC X(08).                          00021900
             10 WRK-CTA-STATUS      PIC X(01).                          00022000
                                                                        00022100
       01 FILLER          PIC X(64) VALUE                               00022200
           '-----------PLANO DE CONTAS EM MEMORIA-----------'.          00022300
                                                                        00022400
       77 WRK-SW-FIM-PLA  PIC X(01) VALUE 'N'.                          00022500
           88 WRK-FIM-PLANOCTA      VALUE 'S'.                          00022600
       77 WRK-SW-SEM-MAPA PIC X(01) VALUE 'N'.                          00022700
           88 WRK-BAIXA-SEM-MAPA    VALUE 'S'.                          00022800
       77 WRK-QTD-PLA     PIC 9(02) VALUE ZEROES.                       00022900
       77 WRK-SUB-PLA     PIC 9(02) VALUE ZEROES.                       00023000
       77 WRK-IDX-PLA     PIC 9(02) VALUE ZEROES.                       00023100
       77 WRK-EVENTO      PIC X(08) VALUE 'PENPAGO '.                   00023200
       01 WRK-TAB-PLANO.                                                00023300
          05 WRK-PLA-LINHA OCCURS 20 TIMES.                             00023400
             10 WRK-PLA-EVENTO     PIC X(08).                           00023500
             10 WRK-PLA-CTADEB     PIC X(08).                           00023600
             10 WRK-PLA-CTACRED    PIC X(08).                           00023700
                                                                        00023800
       01 FILLER          PIC X(64) VALUE                               00023900
           '-----------CONTADORES E CONTROLES---------------'.          00024000
                                                                        00024100
       77 WRK-SW-FIM-PPG  PIC X(01) VALUE 'N'.                          00024200
           88 WRK-FIM-PENPAG        VALUE 'S'.                          00024300
                                                                        00024400
       77 WRK-REGPENPAG   PIC 9(05) VALUE ZEROES.                       00024500
       77 WRK-QTD-CREDITO PIC 9(05) VALUE ZEROES.                       00024600
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00024700
       77 WRK-QTD-DETALHES PIC 9(05) VALUE ZEROES.                      00024800
       77 WRK-QTD-REGISTROS PIC 9(07) VALUE ZEROES.                     00024900
       77 WRK-HASH-PEN    PIC 9(12) VALUE ZEROES.                       00025000
       77 WRK-SOMA-VALORES PIC 9(15) VALUE ZEROES.                      00025100
       77 WRK-TOT-CREDITO PIC 9(11)V99 VALUE ZEROES.                    00025200
       77 WRK-TOT-REMETIDO PIC 9(11)V99 VALUE ZEROES.                   00025300
       77 WRK-VLR-INTEIRO PIC 9(08) VALUE ZEROES.                       00025400
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00025500
       77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROES.                       00025600
                                                                        00025700
       01 WRK-TITULO-PENSAO.                                            00025800
          05 FILLER              PIC 9(03) VALUE ZEROES.                00025900
          05 WRK-TTP-IDFUNC      PIC 9(05).                             00026000
          05 WRK-TTP-SEQ         PIC 9(02).                             00026100
                                                                        00026200
       01 FILLER          PIC X(64) VALUE                               00026300
           '-----------CONTROLE GRAVADO NO MOVPEN-----------'.          00026400
                                                                        00026500
       01 WRK-MOVPEN-CAB.                                               00026600
          05 FILLER              PIC X(09) VALUE 'CABECALHO'.           00026700
          05 FILLER              PIC X(01) VALUE SPACE.                 00026800
          05 WRK-CABP-PROGRAMA   PIC X(08) VALUE 'FR19EX66'.            00026900
          05 FILLER              PIC X(01) VALUE SPACE.                 00027000
          05 FILLER              PIC X(07) VALUE 'PENSAO '.             00027100
          05 FILLER              PIC X(01) VALUE SPACE.                 00027200
          05 WRK-CABP-DATA       PIC 9(08).                             00027300
          05 FILLER              PIC X(20) VALUE SPACES.                00027400
                                                                        00027500
       01 WRK-MOVPEN-TRL.                                               00027600
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00027700
          05 FILLER              PIC X(01) VALUE SPACE.                 00027800
          05 WRK-TRLP-QTD        PIC 9(05).                             00027900
          05 FILLER              PIC X(01) VALUE SPACE.                 00028000
          05 WRK-TRLP-HASH       PIC 9(12).                             00028100
          05 FILLER              PIC X(27) VALUE SPACES.                00028200
                                                                        00028300
       01 FILLER          PIC X(64) VALUE                               00028400
           '-----------REGISTROS DA REMESSA (240)-----------'.          00028500
                                                                        00028600
       01 WRK-REG0.                                                     00028700
          05 FILLER              PIC X(03) VALUE '033'.                 00028800
          05 FILLER              PIC X(04) VALUE '0000'.                00028900
          05 FILLER              PIC X(01) VALUE '0'.                   00029000
          05 FILLER              PIC X(30) VALUE                        00029100
             'FOURSYS                       '.                          00029200
          05 WRK-REG0-DATA       PIC 9(08).                             00029300
          05 WRK-REG0-HORA       PIC 9(06).                             00029400
          05 FILLER              PIC X(188) VALUE SPACES.               00029500
                                                                        00029600
       01 WRK-REG1.                                                     00029700
          05 FILLER              PIC X(03) VALUE '033'.                 00029800
          05 FILLER              PIC X(04) VALUE '0001'.                00029900
          05 FILLER              PIC X(01) VALUE '1'.                   00030000
          05 FILLER              PIC X(30) VALUE                        00030100
             'LOTE DE PENSAO ALIMENTICIA    '.                          00030200
          05 WRK-REG1-DATA       PIC 9(08).                             00030300
          05 FILLER              PIC X(194) VALUE SPACES.               00030400
                                                                        00030500
       01 WRK-REG3.                                                     00030600
          05 FILLER              PIC X(03) VALUE '033'.                 00030700
          05 FILLER              PIC X(04) VALUE '0001'.                00030800
          05 FILLER              PIC X(01) VALUE '3'.                   00030900
          05 WRK-REG3-SEQUENCIA  PIC 9(05).                             00031000
          05 FILLER              PIC X(01) VALUE 'A'.                   00031100
          05 WRK-REG3-AGENCIA    PIC X(04).                             00031200
          05 WRK-REG3-CONTA      PIC X(04).                             00031300
          05 WRK-REG3-VALOR      PIC 9(08).                             00031400
          05 WRK-REG3-DATA       PIC 9(08).                             00031500
          05 WRK-REG3-TIPOMOV    PIC X(01).                             00031600
          05 WRK-REG3-HISTORICO  PIC X(30).                             00031700
          05 FILLER              PIC X(03) VALUE SPACES.                00031800
          05 WRK-REG3-FAVORECIDO.                                       00031900
             10 WRK-REG3-FAV-BANCO    PIC X(03).                        00032000
             10 WRK-REG3-FAV-AGENCIA  PIC X(04).                        00032100
             10 WRK-REG3-FAV-CONTA    PIC X(12).                        00032200
             10 WRK-REG3-FAV-NOME     PIC X(30).                        00032300
             10 WRK-REG3-FAV-TITULO   PIC 9(10).                        00032400
             10 WRK-REG3-FAV-DATA     PIC 9(08).                        00032500
             10 WRK-REG3-FAV-VALOR    PIC 9(09)V99.                     00032600
          05 FILLER              PIC X(90) VALUE SPACES.                00032700
                                                                        00032800
       01 WRK-REG5.                                                     00032900
          05 FILLER              PIC X(03) VALUE '033'.                 00033000
          05 FILLER              PIC X(04) VALUE '0001'.                00033100
          05 FILLER              PIC X(01) VALUE '5'.                   00033200
          05 WRK-REG5-QTD        PIC 9(05).                             00033300
          05 WRK-REG5-SOMA       PIC 9(15).                             00033400
          05 FILLER              PIC X(212) VALUE SPACES.               00033500
                                                                        00033600
       01 WRK-REG9.                                                     00033700
          05 FILLER              PIC X(03) VALUE '033'.                 00033800
          05 FILLER              PIC X(04) VALUE '9999'.                00033900
          05 FILLER              PIC X(01) VALUE '9'.                   00034000
          05 WRK-REG9-QTDLOTES   PIC 9(05).                             00034100
          05 WRK-REG9-QTDREGS    PIC 9(07).                             00034200
          05 FILLER              PIC X(220) VALUE SPACES.               00034300
                                                                        00034400
       01 FILLER          PIC X(64) VALUE                               00034500
           '-----------LINHAS DO RELATORIO------------------'.          00034600
                                                                        00034700
       01 WRK-LINHA-TITULO.                                             00034800
          05 FILLER              PIC X(46) VALUE                        00034900
             'PAGAMENTO DA PENSAO ALIMENTICIA               '.          00035000
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00035100
          05 WRK-TIT-DATA        PIC 9(08).                             00035200
          05 FILLER              PIC X(18) VALUE SPACES.                00035300
                                                                        00035400
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00035500
                                                                        00035600
       01 WRK-LINHA-ITEM.                                               00035700
          05 WRK-ITM-SITUACAO    PIC X(08).                             00035800
          05 FILLER              PIC X(01) VALUE SPACE.                 00035900
          05 WRK-ITM-ID          PIC 9(05).                             00036000
          05 FILLER              PIC X(01) VALUE '-'.                   00036100
          05 WRK-ITM-SEQ         PIC 9(02).                             00036200
          05 FILLER              PIC X(01) VALUE SPACE.                 00036300
          05 WRK-ITM-NOME        PIC X(26).                             00036400
          05 FILLER              PIC X(01) VALUE SPACE.                 00036500
          05 WRK-ITM-DETALHE.                                           00036600
             10 WRK-ITM-BANCO    PIC X(03).                             00036700
             10 FILLER           PIC X(01).                             00036800
             10 WRK-ITM-AGENCIA  PIC X(04).                             00036900
             10 FILLER           PIC X(01).                             00037000
             10 WRK-ITM-CONTA    PIC X(12).                             00037100
             10 WRK-ITM-VALOR    PIC Z.ZZZ.ZZ9,99.                      00037200
          05 FILLER              PIC X(02) VALUE SPACES.                00037300
                                                                        00037400
       01 WRK-LINHA-TOTAL.                                              00037500
          05 WRK-TOT-ROTULO      PIC X(30).                             00037600
          05 WRK-TOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                00037700
          05 FILLER              PIC X(32) VALUE SPACES.                00037800
                                                                        00037900
       01 WRK-LINHA-QTD.                                                00038000
          05 WRK-QTD-ROTULO      PIC X(30).                             00038100
          05 WRK-QTD-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9.                   00038200
          05 FILLER              PIC X(35) VALUE SPACES.                00038300
                                                                        00038400
      *=============================================================*   00038500
       PROCEDURE DIVISION.                                              00038600
      *=============================================================*   00038700
                                                                        00038800
      *-------------------------------------------------------------*   00038900
       0000-PRINCIPAL                           SECTION.                00039000
      *-------------------------------------------------------------*   00039100
                                                                        00039200
            PERFORM  1000-INICIAR.                                      00039300
                                                                        00039400
            PERFORM  1100-CARREGAR-CLIENTES UNTIL WRK-FIM-CLIENTES.     00039500
            PERFORM  1150-CARREGAR-PLANO UNTIL WRK-FIM-PLANOCTA.        00039600
                                                                        00039700
            PERFORM  1200-LER-PENPAG.                                   00039800
                                                                        00039900
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-PENPAG.               00040000
                                                                        00040100
            PERFORM  3000-FINALIZAR.                                    00040200
                                                                        00040300
            STOP RUN.                                                   00040400
                                                                        00040500
      *-------------------------------------------------------------*   00040600
       1000-INICIAR                             SECTION.                00040700
      *-------------------------------------------------------------*   00040800
             OPEN INPUT  PENPAG CLIENTES PLANOCTA                       00040900
                  OUTPUT MOVPEN REMPEN LANCPEN RELPEX.                  00041000
                                                                        00041100
               PERFORM 4000-TESTARSTATUS.                               00041200
                                                                        00041300
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00041400
               ACCEPT WRK-HORA-AGORA FROM TIME.                         00041500
                                                                        00041600
               ACCEPT WRK-DATAPAGTO FROM SYSIN.                         00041700
               IF WRK-DATAPAGTO-AC NUMERIC                              00041800
                  AND WRK-DATAPAGTO-AC GREATER ZEROES                   00041900
                  MOVE WRK-DATAPAGTO-AC TO WRK-DATA-PAGTO               00042000
               ELSE                                                     00042100
                  MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO                  00042200
               END-IF.                                                  00042300
               ACCEPT WRK-CONTAEMP FROM SYSIN.                          00042400
               IF WRK-CONTAEMP-AC EQUAL SPACES                          00042500
                  MOVE 'CONTA DA EMPRESA NAO INFORMADA' TO WRK-MSGERRO  00042600
                  MOVE '1000' TO WRK-SECAO                              00042700
                  PERFORM 9100-ERRO-CONTROLE                            00042800
               END-IF.                                                  00042900
                                                                        00043000
               MOVE WRK-DATA-PAGTO TO WRK-TIT-DATA.                     00043100
               MOVE WRK-DATA-HOJE  TO WRK-CABP-DATA.                    00043200
               WRITE FD-MOVPEN FROM WRK-MOVPEN-CAB.                     00043300
                                                                        00043400
               MOVE WRK-DATA-HOJE  TO WRK-REG0-DATA.                    00043500
               MOVE WRK-HORA-AGORA TO WRK-REG0-HORA.                    00043600
               WRITE FD-REMPEN FROM WRK-REG0.                           00043700
               ADD 1 TO WRK-QTD-REGISTROS.                              00043800
                                                                        00043900
               MOVE WRK-DATA-PAGTO TO WRK-REG1-DATA.                    00044000
               WRITE FD-REMPEN FROM WRK-REG1.                           00044100
               ADD 1 TO WRK-QTD-REGISTROS.                              00044200
                                                                        00044300
               WRITE FD-RELPEX FROM WRK-LINHA-TRACO.                    00044400
               WRITE FD-RELPEX FROM WRK-LINHA-TITULO.                   00044500
               WRITE FD-RELPEX FROM WRK-LINHA-TRACO.                    00044600
                                                                        00044700
               MOVE 'FR19EX66' TO WRK-EST-PROGRAMA.                     00044800
               MOVE 'I' TO WRK-EST-EVENTO.                              00044900
               MOVE ZEROES TO WRK-EST-LIDOS                             00045000
                              WRK-EST-GRAVADOS                          00045100
                              WRK-EST-REJEITADOS.                       00045200
               CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.           00045300
                                                                        00045400
       1000-99-FIM.              EXIT.                                  00045500
      *-------------------------------------------------------------*   00045600
       1100-CARREGAR-CLIENTES                   SECTION.                00045700
      *-------------------------------------------------------------*   00045800
             READ CLIENTES                                              00045900
               AT END                                                   00046000
                 MOVE 'S' TO WRK-SW-FIM-CLI                             00046100
             END-READ.                                                  00046200
             PERFORM 4300-TESTARSTATUS-CLIENTES.                        00046300
             IF WRK-FS-CLIENTES EQUAL 00                                00046400
                IF FD-CLIENTES (1:9) NOT EQUAL 'CABECALHO'              00046500
                   AND FD-CLIENTES (1:6) NOT EQUAL 'RODAPE'             00046600
                   IF WRK-QTD-CONTAS LESS 2000                          00046700
                      ADD 1 TO WRK-QTD-CONTAS                           00046800
                      MOVE FD-CHAVE TO                                  00046900
                           WRK-CTA-CHAVE (WRK-QTD-CONTAS)               00047000
                      MOVE FD-STATUS TO                                 00047100
                           WRK-CTA-STATUS (WRK-QTD-CONTAS)              00047200
                   ELSE                                                 00047300
                      DISPLAY ' TABELA DE CONTAS ESGOTADA (2000) '      00047400
                   END-IF                                               00047500
                END-IF                                                  00047600
             END-IF.                                                    00047700
       1100-99-FIM.              EXIT.                                  00047800
      *-------------------------------------------------------------*   00047900
       1150-CARREGAR-PLANO                      SECTION.                00048000
      *-------------------------------------------------------------*   00048100
            READ PLANOCTA                                               00048200
              AT END                                                    00048300
                MOVE 'S' TO WRK-SW-FIM-PLA                              00048400
            END-READ.                                                   00048500
            PERFORM 4400-TESTARSTATUS-PLANOCTA.                         00048600
            IF WRK-FS-PLANOCTA EQUAL 00                                 00048700
               IF WRK-QTD-PLA LESS 20                                   00048800
                  ADD 1 TO WRK-QTD-PLA                                  00048900
                  MOVE FD-PLA-EVENTO  TO WRK-PLA-EVENTO (WRK-QTD-PLA)   00049000
                  MOVE FD-PLA-CTADEB  TO WRK-PLA-CTADEB (WRK-QTD-PLA)   00049100
                  MOVE FD-PLA-CTACRED TO                                00049200
                       WRK-PLA-CTACRED (WRK-QTD-PLA)                    00049300
               ELSE                                                     00049400
                  DISPLAY ' PLANO DE CONTAS ESGOTADO (20)'              00049500
               END-IF                                                   00049600
            END-IF.                                                     00049700
       1150-99-FIM.              EXIT.                                  00049800
      *-------------------------------------------------------------*   00049900
       1200-LER-PENPAG                          SECTION.                00050000
      *-------------------------------------------------------------*   00050100
             READ PENPAG                                                00050200
               AT END                                                   00050300
                 MOVE 'S' TO WRK-SW-FIM-PPG                             00050400
             END-READ.                                                  00050500
             PERFORM 4100-TESTARSTATUS-PENPAG.                          00050600
             IF WRK-FS-PENPAG EQUAL 00                                  00050700
                ADD 1 TO WRK-REGPENPAG                                  00050800
             END-IF.                                                    00050900
       1200-99-FIM.              EXIT.                                  00051000
      *-------------------------------------------------------------*   00051100
       2000-PROCESSAR                           SECTION.                00051200
      *-------------------------------------------------------------*   00051300
            MOVE FD-PPG-IDFUNC   TO WRK-ITM-ID.                         00051400
            MOVE FD-PPG-SEQ      TO WRK-ITM-SEQ.                        00051500
            MOVE FD-PPG-NOME     TO WRK-ITM-NOME.                       00051600
            MOVE SPACES          TO WRK-ITM-DETALHE.                    00051700
            MOVE FD-PPG-BANCO    TO WRK-ITM-BANCO.                      00051800
            MOVE FD-PPG-AGENCIA  TO WRK-ITM-AGENCIA.                    00051900
            MOVE FD-PPG-VALOR    TO WRK-ITM-VALOR.                      00052000
                                                                        00052100
            IF FD-PPG-VALOR EQUAL ZEROES                                00052200
               MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                      00052300
               MOVE 'VALOR ZERADO'             TO WRK-ITM-DETALHE       00052400
               WRITE FD-RELPEX FROM WRK-LINHA-ITEM                      00052500
               ADD 1 TO WRK-QTD-RECUSA                                  00052600
            ELSE                                                        00052700
               IF FD-PPG-BANCO EQUAL SPACES                             00052800
                  MOVE FD-PPG-CONTA     TO WRK-ITM-CONTA                00052900
                  PERFORM 2100-CRITICAR-E-CREDITAR                      00053000
               ELSE                                                     00053100
                  MOVE FD-PPG-CONTA-EXT TO WRK-ITM-CONTA                00053200
                  PERFORM 2300-CRITICAR-E-REMETER                       00053300
               END-IF                                                   00053400
            END-IF.                                                     00053500
                                                                        00053600
            PERFORM 1200-LER-PENPAG.                                    00053700
                                                                        00053800
       2000-99-FIM.              EXIT.                                  00053900
      *-------------------------------------------------------------*   00054000
       2100-CRITICAR-E-CREDITAR                 SECTION.                00054100
      *-------------------------------------------------------------*   00054200
            MOVE FD-PPG-AGENCIA TO WRK-CHAVE-BUSCA (1:4).               00054300
            MOVE FD-PPG-CONTA   TO WRK-CHAVE-BUSCA (5:4).               00054400
            MOVE ZEROES TO WRK-IDX-CONTA.                               00054500
            MOVE 1 TO WRK-SUB-CONTAS.                                   00054600
            PERFORM 2150-BUSCAR-CONTA                                   00054700
                    UNTIL WRK-SUB-CONTAS GREATER WRK-QTD-CONTAS         00054800
                       OR WRK-IDX-CONTA GREATER ZEROES.                 00054900
                                                                        00055000
            EVALUATE TRUE                                               00055100
              WHEN WRK-IDX-CONTA EQUAL ZEROES                           00055200
                MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                     00055300
                MOVE 'CONTA INEXISTENTE'       TO WRK-ITM-DETALHE       00055400
                ADD 1 TO WRK-QTD-RECUSA                                 00055500
              WHEN WRK-CTA-STATUS (WRK-IDX-CONTA) EQUAL 'B'             00055600
                MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                     00055700
                MOVE 'CONTA BLOQUEADA'         TO WRK-ITM-DETALHE       00055800
                ADD 1 TO WRK-QTD-RECUSA                                 00055900
              WHEN OTHER                                                00056000
                PERFORM 2200-GRAVAR-CREDITO                             00056100
                MOVE 'CREDITO ' TO WRK-ITM-SITUACAO                     00056200
            END-EVALUATE.                                               00056300
            WRITE FD-RELPEX FROM WRK-LINHA-ITEM.                        00056400
                                                                        00056500
       2100-99-FIM.              EXIT.                                  00056600
      *-------------------------------------------------------------*   00056700
       2150-BUSCAR-CONTA                        SECTION.                00056800
      *-------------------------------------------------------------*   00056900
            IF WRK-CTA-CHAVE (WRK-SUB-CONTAS) EQUAL                     00057000
               WRK-CHAVE-BUSCA                                          00057100
               MOVE WRK-SUB-CONTAS TO WRK-IDX-CONTA                     00057200
            END-IF.                                                     00057300
            ADD 1 TO WRK-SUB-CONTAS.                                    00057400
       2150-99-FIM.              EXIT.                                  00057500
      *-------------------------------------------------------------*   00057600
       2200-GRAVAR-CREDITO                      SECTION.                00057700
      *-------------------------------------------------------------*   00057800
            COMPUTE WRK-VLR-INTEIRO ROUNDED = FD-PPG-VALOR.             00057900
            MOVE FD-PPG-AGENCIA  TO FD-MPE-AGENCIA.                     00058000
            MOVE FD-PPG-CONTA    TO FD-MPE-CONTA.                       00058100
            MOVE SPACES          TO FD-MPE-MOVIMENTO.                   00058200
            STRING 'PENSAO ALIMENTICIA ID ' FD-PPG-IDFUNC               00058300
                   DELIMITED BY SIZE INTO FD-MPE-MOVIMENTO.             00058400
            MOVE WRK-VLR-INTEIRO TO FD-MPE-VLRMOVIMENTO.                00058500
            MOVE 'C'             TO FD-MPE-TIPOMOV.                     00058600
            MOVE WRK-DATA-PAGTO  TO FD-MPE-DATAVALOR.                   00058700
            WRITE FD-MOVPEN.                                            00058800
            ADD 1 TO WRK-QTD-CREDITO.                                   00058900
            ADD WRK-VLR-INTEIRO TO WRK-HASH-PEN.                        00059000
            ADD FD-PPG-VALOR    TO WRK-TOT-CREDITO.                     00059100
       2200-99-FIM.              EXIT.                                  00059200
      *-------------------------------------------------------------*   00059300
       2300-CRITICAR-E-REMETER                  SECTION.                00059400
      *-------------------------------------------------------------*   00059500
            IF FD-PPG-BANCO NOT NUMERIC                                 00059600
               OR FD-PPG-AGENCIA EQUAL SPACES                           00059700
               OR FD-PPG-CONTA-EXT EQUAL SPACES                         00059800
               MOVE 'RECUSADO' TO WRK-ITM-SITUACAO                      00059900
               MOVE 'CONTA EXTERNA INCOMPLETA' TO WRK-ITM-DETALHE       00060000
               WRITE FD-RELPEX FROM WRK-LINHA-ITEM                      00060100
               ADD 1 TO WRK-QTD-RECUSA                                  00060200
               GO TO 2300-99-FIM.                                       00060300
                                                                        00060400
            PERFORM 2350-GRAVAR-DETALHE.                                00060500
            MOVE 'REMETIDO' TO WRK-ITM-SITUACAO.                        00060600
            WRITE FD-RELPEX FROM WRK-LINHA-ITEM.                        00060700
                                                                        00060800
       2300-99-FIM.              EXIT.                                  00060900
      *-------------------------------------------------------------*   00061000
       2350-GRAVAR-DETALHE                      SECTION.                00061100
      *-------------------------------------------------------------*   00061200
            COMPUTE WRK-VLR-INTEIRO ROUNDED = FD-PPG-VALOR.             00061300
            ADD 1 TO WRK-QTD-DETALHES.                                  00061400
            MOVE FD-PPG-IDFUNC     TO WRK-TTP-IDFUNC.                   00061500
            MOVE FD-PPG-SEQ        TO WRK-TTP-SEQ.                      00061600
            MOVE WRK-QTD-DETALHES  TO WRK-REG3-SEQUENCIA.               00061700
            MOVE WRK-CONTAEMP-AG   TO WRK-REG3-AGENCIA.                 00061800
            MOVE WRK-CONTAEMP-CTA  TO WRK-REG3-CONTA.                   00061900
            MOVE WRK-VLR-INTEIRO   TO WRK-REG3-VALOR.                   00062000
            MOVE WRK-DATA-PAGTO    TO WRK-REG3-DATA.                    00062100
            MOVE 'S'               TO WRK-REG3-TIPOMOV.                 00062200
            MOVE SPACES            TO WRK-REG3-HISTORICO.               00062300
            STRING 'PENSAO ALIMENTICIA ID ' FD-PPG-IDFUNC               00062400
                   DELIMITED BY SIZE INTO WRK-REG3-HISTORICO.           00062500
            MOVE FD-PPG-BANCO      TO WRK-REG3-FAV-BANCO.               00062600
            MOVE FD-PPG-AGENCIA    TO WRK-REG3-FAV-AGENCIA.             00062700
            MOVE FD-PPG-CONTA-EXT  TO WRK-REG3-FAV-CONTA.               00062800
            MOVE FD-PPG-NOME       TO WRK-REG3-FAV-NOME.                00062900
            MOVE WRK-TITULO-PENSAO TO WRK-REG3-FAV-TITULO.              00063000
            MOVE WRK-DATA-PAGTO    TO WRK-REG3-FAV-DATA.                00063100
            MOVE FD-PPG-VALOR      TO WRK-REG3-FAV-VALOR.               00063200
            WRITE FD-REMPEN FROM WRK-REG3.                              00063300
            ADD 1 TO WRK-QTD-REGISTROS.                                 00063400
            ADD WRK-VLR-INTEIRO TO WRK-SOMA-VALORES.                    00063500
            ADD FD-PPG-VALOR    TO WRK-TOT-REMETIDO.                    00063600
                                                                        00063700
       2350-99-FIM.              EXIT.                                  00063800
      *-------------------------------------------------------------*   00063900
       2400-LANCAR-BAIXA                        SECTION.                00064000
      *-------------------------------------------------------------*   00064100
      *   BAIXA DA PENSAO RETIDA PELO TOTAL CREDITADO - UM PAR D/C  *   00064200
      *   DO EVENTO PENPAGO, OU NENHUM SE O PLANO NAO O MAPEIA.     *   00064300
      *-------------------------------------------------------------*   00064400
            IF WRK-HASH-PEN EQUAL ZEROES                                00064500
               GO TO 2400-99-FIM.                                       00064600
            MOVE ZEROES TO WRK-IDX-PLA.                                 00064700
            MOVE 1 TO WRK-SUB-PLA.                                      00064800
            PERFORM 2410-COMPARAR-EVENTO                                00064900
                    UNTIL WRK-SUB-PLA GREATER WRK-QTD-PLA               00065000
                       OR WRK-IDX-PLA GREATER ZEROES.                   00065100
            IF WRK-IDX-PLA EQUAL ZEROES                                 00065200
               MOVE 'S' TO WRK-SW-SEM-MAPA                              00065300
               DISPLAY ' EVENTO SEM MAPA NO PLANOCTA: ' WRK-EVENTO      00065400
                       ' - BAIXA DA PENSAO NAO LANCADA'                 00065500
               GO TO 2400-99-FIM.                                       00065600
                                                                        00065700
            MOVE WRK-DATA-HOJE TO FD-LAN-DATA.                          00065800
            MOVE '0000'        TO FD-LAN-AGENCIA.                       00065900
            MOVE WRK-EVENTO    TO FD-LAN-EVENTO.                        00066000
            MOVE 'FR19EX66'    TO FD-LAN-ORIGEM.                        00066100
            MOVE 'PENSAO ALIMENTICIA CREDITADA  ' TO FD-LAN-HISTORICO.  00066200
            MOVE WRK-HASH-PEN  TO FD-LAN-VALOR.                         00066300
            MOVE SPACES        TO FD-LANCPEN (80:1).                    00066400
                                                                        00066500
            MOVE WRK-PLA-CTADEB (WRK-IDX-PLA) TO FD-LAN-CONTACTB.       00066600
            MOVE 'D' TO FD-LAN-DC.                                      00066700
            WRITE FD-LANCPEN.                                           00066800
                                                                        00066900
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00067000
            MOVE 'C' TO FD-LAN-DC.                                      00067100
            WRITE FD-LANCPEN.                                           00067200
                                                                        00067300
       2400-99-FIM.              EXIT.                                  00067400
      *-------------------------------------------------------------*   00067500
       2410-COMPARAR-EVENTO                     SECTION.                00067600
      *-------------------------------------------------------------*   00067700
            IF WRK-PLA-EVENTO (WRK-SUB-PLA) EQUAL WRK-EVENTO            00067800
               MOVE WRK-SUB-PLA TO WRK-IDX-PLA                          00067900
            END-IF.                                                     00068000
            ADD 1 TO WRK-SUB-PLA.                                       00068100
       2410-99-FIM.              EXIT.                                  00068200
      *-------------------------------------------------------------*   00068300
       3000-FINALIZAR                           SECTION.                00068400
      *-------------------------------------------------------------*   00068500
             MOVE WRK-QTD-CREDITO TO WRK-TRLP-QTD.                      00068600
             MOVE WRK-HASH-PEN    TO WRK-TRLP-HASH.                     00068700
             WRITE FD-MOVPEN FROM WRK-MOVPEN-TRL.                       00068800
                                                                        00068900
             MOVE WRK-QTD-DETALHES TO WRK-REG5-QTD.                     00069000
             MOVE WRK-SOMA-VALORES TO WRK-REG5-SOMA.                    00069100
             WRITE FD-REMPEN FROM WRK-REG5.                             00069200
             ADD 1 TO WRK-QTD-REGISTROS.                                00069300
                                                                        00069400
             MOVE 1 TO WRK-REG9-QTDLOTES.                               00069500
             ADD 1 TO WRK-QTD-REGISTROS.                                00069600
             MOVE WRK-QTD-REGISTROS TO WRK-REG9-QTDREGS.                00069700
             WRITE FD-REMPEN FROM WRK-REG9.                             00069800
                                                                        00069900
             PERFORM 2400-LANCAR-BAIXA.                                 00070000
                                                                        00070100
             WRITE FD-RELPEX FROM WRK-LINHA-TRACO.                      00070200
             MOVE 'CREDITOS NO PROPRIO BANCO...: '                      00070300
                  TO WRK-QTD-ROTULO.                                    00070400
             MOVE WRK-QTD-CREDITO TO WRK-QTD-VALOR.                     00070500
             WRITE FD-RELPEX FROM WRK-LINHA-QTD.                        00070600
             MOVE 'VALOR CREDITADO.............: '                      00070700
                  TO WRK-TOT-ROTULO.                                    00070800
             MOVE WRK-TOT-CREDITO TO WRK-TOT-VALOR.                     00070900
             WRITE FD-RELPEX FROM WRK-LINHA-TOTAL.                      00071000
             MOVE 'PAGAMENTOS REMETIDOS........: '                      00071100
                  TO WRK-QTD-ROTULO.                                    00071200
             MOVE WRK-QTD-DETALHES TO WRK-QTD-VALOR.                    00071300
             WRITE FD-RELPEX FROM WRK-LINHA-QTD.                        00071400
             MOVE 'VALOR REMETIDO..............: '                      00071500
                  TO WRK-TOT-ROTULO.                                    00071600
             MOVE WRK-TOT-REMETIDO TO WRK-TOT-VALOR.                    00071700
             WRITE FD-RELPEX FROM WRK-LINHA-TOTAL.                      00071800
             MOVE 'RECUSADOS NA CRITICA........: '                      00071900
                  TO WRK-QTD-ROTULO.                                    00072000
             MOVE WRK-QTD-RECUSA TO WRK-QTD-VALOR.                      00072100
             WRITE FD-RELPEX FROM WRK-LINHA-QTD.                        00072200
             WRITE FD-RELPEX FROM WRK-LINHA-TRACO.                      00072300
                                                                        00072400
             CLOSE PENPAG CLIENTES PLANOCTA MOVPEN REMPEN LANCPEN       00072500
                   RELPEX.                                              00072600
               PERFORM 4000-TESTARSTATUS.                               00072700
              DISPLAY ' ============================================'.  00072800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX66          '.  00072900
              DISPLAY ' ============================================'.  00073000
              DISPLAY ' PAGAMENTOS LIDOS...........' WRK-REGPENPAG.     00073100
              DISPLAY ' CREDITOS NO PROPRIO BANCO..' WRK-QTD-CREDITO.   00073200
              DISPLAY ' REMETIDOS A OUTROS BANCOS..' WRK-QTD-DETALHES.  00073300
              DISPLAY ' RECUSADOS NA CRITICA.......' WRK-QTD-RECUSA.    00073400
              DISPLAY ' TOTAL CREDITADO............' WRK-HASH-PEN.      00073500
              DISPLAY ' SOMATORIA DO LOTE..........' WRK-SOMA-VALORES.  00073600
              IF WRK-BAIXA-SEM-MAPA                                     00073700
                 DISPLAY ' BAIXA DA PENSAO............SEM MAPA'         00073800
              ELSE                                                      00073900
                 DISPLAY ' BAIXA DA PENSAO (PENPAGO)..' WRK-HASH-PEN    00074000
              END-IF.                                                   00074100
              DISPLAY ' ============================================'.  00074200
                                                                        00074300
              MOVE 'F' TO WRK-EST-EVENTO.                               00074400
              MOVE WRK-REGPENPAG   TO WRK-EST-LIDOS.                    00074500
              COMPUTE WRK-EST-GRAVADOS =                                00074600
                      WRK-QTD-CREDITO + WRK-QTD-DETALHES.               00074700
              MOVE WRK-QTD-RECUSA  TO WRK-EST-REJEITADOS.               00074800
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00074900
              IF WRK-BAIXA-SEM-MAPA                                     00075000
                 OR WRK-QTD-RECUSA GREATER ZEROES                       00075100
                 MOVE 4 TO RETURN-CODE                                  00075200
              END-IF.                                                   00075300
                                                                        00075400
       3000-99-FIM.              EXIT.                                  00075500
      *-------------------------------------------------------------*   00075600
       4000-TESTARSTATUS                            SECTION.            00075700
      *-------------------------------------------------------------*   00075800
                 PERFORM 4100-TESTARSTATUS-PENPAG.                      00075900
                 PERFORM 4300-TESTARSTATUS-CLIENTES.                    00076000
                 PERFORM 4400-TESTARSTATUS-PLANOCTA.                    00076100
                 IF WRK-FS-MOVPEN NOT EQUAL 00                          00076200
                   MOVE 'ERRO NO OPEN MOVPEN   ' TO WRK-MSGERRO         00076300
                   MOVE '1000'                   TO WRK-SECAO           00076400
                   MOVE WRK-FS-MOVPEN            TO WRK-STATUS          00076500
                    PERFORM 9000-TRATAERROS                             00076600
                 END-IF.                                                00076700
                 IF WRK-FS-REMPEN NOT EQUAL 00                          00076800
                   MOVE 'ERRO NO OPEN REMPEN   ' TO WRK-MSGERRO         00076900
                   MOVE '1000'                   TO WRK-SECAO           00077000
                   MOVE WRK-FS-REMPEN            TO WRK-STATUS          00077100
                    PERFORM 9000-TRATAERROS                             00077200
                 END-IF.                                                00077300
                 IF WRK-FS-LANCPEN NOT EQUAL 00                         00077400
                   MOVE 'ERRO NO OPEN LANCPEN  ' TO WRK-MSGERRO         00077500
                   MOVE '1000'                   TO WRK-SECAO           00077600
                   MOVE WRK-FS-LANCPEN           TO WRK-STATUS          00077700
                    PERFORM 9000-TRATAERROS                             00077800
                 END-IF.                                                00077900
                 IF WRK-FS-RELPEX NOT EQUAL 00                          00078000
                   MOVE 'ERRO NO OPEN RELPEX   ' TO WRK-MSGERRO         00078100
                   MOVE '1000'                   TO WRK-SECAO           00078200
                   MOVE WRK-FS-RELPEX            TO WRK-STATUS          00078300
                    PERFORM 9000-TRATAERROS                             00078400
                 END-IF.                                                00078500
                                                                        00078600
       4000-99-FIM.              EXIT.                                  00078700
      *-------------------------------------------------------------*   00078800
       4100-TESTARSTATUS-PENPAG                     SECTION.            00078900
      *-------------------------------------------------------------*   00079000
               IF WRK-FS-PENPAG NOT EQUAL 00                            00079100
                           AND WRK-FS-PENPAG NOT EQUAL 10               00079200
                 MOVE 'ERRO NO PENPAG        ' TO WRK-MSGERRO           00079300
                 MOVE '1200'                   TO WRK-SECAO             00079400
                 MOVE WRK-FS-PENPAG            TO WRK-STATUS            00079500
                  PERFORM 9000-TRATAERROS                               00079600
               END-IF.                                                  00079700
                                                                        00079800
       4100-99-FIM.              EXIT.                                  00079900
      *-------------------------------------------------------------*   00080000
       4300-TESTARSTATUS-CLIENTES                   SECTION.            00080100
      *-------------------------------------------------------------*   00080200
               IF WRK-FS-CLIENTES NOT EQUAL 00                          00080300
                           AND WRK-FS-CLIENTES NOT EQUAL 10             00080400
                 MOVE 'ERRO NO CLIENTES      ' TO WRK-MSGERRO           00080500
                 MOVE '1100'                   TO WRK-SECAO             00080600
                 MOVE WRK-FS-CLIENTES          TO WRK-STATUS            00080700
                  PERFORM 9000-TRATAERROS                               00080800
               END-IF.                                                  00080900
                                                                        00081000
       4300-99-FIM.              EXIT.                                  00081100
      *-------------------------------------------------------------*   00081200
       4400-TESTARSTATUS-PLANOCTA                   SECTION.            00081300
      *-------------------------------------------------------------*   00081400
               IF WRK-FS-PLANOCTA NOT EQUAL 00                          00081500
                           AND WRK-FS-PLANOCTA NOT EQUAL 10             00081600
                 MOVE 'ERRO NO PLANOCTA      ' TO WRK-MSGERRO           00081700
                 MOVE '1150'                   TO WRK-SECAO             00081800
                 MOVE WRK-FS-PLANOCTA          TO WRK-STATUS            00081900
                  PERFORM 9000-TRATAERROS                               00082000
               END-IF.                                                  00082100
                                                                        00082200
       4400-99-FIM.              EXIT.                                  00082300
      *-------------------------------------------------------------*   00082400
       9100-ERRO-CONTROLE                           SECTION.            00082500
      *-------------------------------------------------------------*   00082600
           MOVE 'FR19EX66' TO WRK-PROGRAMA.                             00082700
           MOVE 'E'        TO WRK-SEVERIDADE.                           00082800
           MOVE '08'       TO WRK-STATUS.                               00082900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00083000
           MOVE 8 TO RETURN-CODE.                                       00083100
           STOP RUN.                                                    00083200
                                                                        00083300
       9100-99-FIM.              EXIT.                                  00083400
      *-------------------------------------------------------------*   00083500
       9000-TRATAERROS                              SECTION.            00083600
      *-------------------------------------------------------------*   00083700
           MOVE 'FR19EX66' TO WRK-PROGRAMA                              00083800
           MOVE 'E'        TO WRK-SEVERIDADE                            00083900
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00084000
           GOBACK.                                                      00084100
                                                                        00084200
       9000-99-FIM.              EXIT.                                  00084300
