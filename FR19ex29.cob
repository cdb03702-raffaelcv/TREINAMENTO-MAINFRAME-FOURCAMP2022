      *     RELSUSP  - RELATORIO: DECISOES APLICADAS, DECISOES SEM  *   00003000
      *                SUSPEITO E SUSPENSOS SEM DECISAO COM A       *   00003100
      *                IDADE EM DIAS DE FILA                        *   00003200
      *    CADA CARTAO DE DECISAO PASSA PELA MATRIZ DE AUTORIZACAO  *   00003210
      *    (MODULO AUTORIZA, PROGRAMA FR19EX29 + DECISAO): CARTAO   *   00003220
      *    DE OPERADOR SEM PERMISSAO, DESCONHECIDO OU INATIVO E     *   00003230
      *    RECUSADO - O SUSPEITO FICA NA FILA - E SAI NO RELSUSP E  *   00003240
      *    NO AUDITSUS (DECISAO NEGADA) COM O NOME DO OPERADOR.     *   00003250
      *-------------------------------------------------------------*   00003300
      *   ARQUIVOS...:                                              *   00003400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003500
      *    SUSPSAI              O                  -----------      *   00004000
      *    AUDITSUS             O                  -----------      *   00004100
      *    RELSUSP              O                  -----------      *   00004200
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00004210
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00004220
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00004230
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004500
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004510
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016600
       COPY '#GLOG'.                                                    00016700
      *-------------------------------------------------------------*   00016800
                                                                        00016810
       01 FILLER          PIC X(64) VALUE                               00016820
           '-----------BOOK AUTORIZA------------------------'.          00016830
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00016840
       COPY '#GAUT'.                                                    00016850
      *-------------------------------------------------------------*   00016860
                                                                        00016900
       01 FILLER          PIC X(64) VALUE                               00017000
           '-----------VARIAVEIS DE STATUS------------------'.          00017100
       77 WRK-QTD-EXPURGA PIC 9(05) VALUE ZEROES.                       00020900
       77 WRK-QTD-FICAM   PIC 9(05) VALUE ZEROES.                       00021000
       77 WRK-QTD-SEMSUS  PIC 9(05) VALUE ZEROES.                       00021100
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00021150
       77 WRK-HASH-LIB    PIC 9(12) VALUE ZEROES.                       00021200
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00021300
       77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROES.                       00021400
          05 FILLER              PIC X(02) VALUE SPACES.                00029100
          05 WRK-SSU-OPERADOR    PIC X(08).                             00029200
          05 FILLER              PIC X(19) VALUE SPACES.                00029300
                                                                        00029310
       01 WRK-LINHA-NEGADA.                                             00029320
          05 FILLER              PIC X(16) VALUE 'DECISAO NEGADA: '.    00029330
          05 WRK-NEG-AGENCIA     PIC X(04).                             00029340
          05 FILLER              PIC X(01) VALUE '/'.                   00029350
          05 WRK-NEG-CONTA       PIC X(04).                             00029360
          05 FILLER              PIC X(01) VALUE SPACE.                 00029370
          05 WRK-NEG-DECISAO     PIC X(08).                             00029380
          05 FILLER              PIC X(01) VALUE SPACE.                 00029385
          05 WRK-NEG-OPERADOR    PIC X(08).                             00029390
          05 FILLER              PIC X(03) VALUE ' - '.                 00029392
          05 WRK-NEG-NOME        PIC X(30).                             00029394
          05 FILLER              PIC X(04) VALUE SPACES.                00029396
                                                                        00029400
      *=============================================================*   00029500
       PROCEDURE DIVISION.                                              00029600
                   MOVE FD-DEC-OPERADOR TO                              00035700
                        WRK-DEC-OPERADOR (WRK-QTD-DEC)                  00035800
                   MOVE 'N' TO WRK-DEC-USADA (WRK-QTD-DEC)              00035900
                   PERFORM 1150-VERIFICAR-AUTORIZACAO                   00035950
                ELSE                                                    00036000
                   DISPLAY ' TABELA DE DECISOES ESGOTADA (200)'         00036100
                END-IF                                                  00036200
             END-IF.                                                    00036300
       1100-99-FIM.              EXIT.                                  00036400
      *-------------------------------------------------------------*   00036402
       1150-VERIFICAR-AUTORIZACAO               SECTION.                00036405
      *-------------------------------------------------------------*   00036407
      *   O OPERADOR DO CARTAO PRECISA DE PERMISSAO PARA A DECISAO  *   00036410
      *   NO FR19EX29. CARTAO RECUSADO FICA MARCADO (USADA = R) E   *   00036412
      *   NAO CASA COM SUSPEITO: O MOVIMENTO SEGUE NA FILA.         *   00036415
      *-------------------------------------------------------------*   00036417
            MOVE 'FR19EX29'      TO WRK-AUT-PROGRAMA.                   00036420
            MOVE FD-DEC-DECISAO  TO WRK-AUT-OPERACAO.                   00036423
            MOVE FD-DEC-OPERADOR TO WRK-AUT-OPERADOR.                   00036425
            MOVE FD-DECISOES (1:16) TO WRK-AUT-CHAVE.                   00036428
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00036430
            IF NOT WRK-AUT-AUTORIZADO                                   00036433
               MOVE 'R' TO WRK-DEC-USADA (WRK-QTD-DEC)                  00036435
               ADD 1 TO WRK-QTD-NEGADA                                  00036438
               MOVE FD-DEC-AGENCIA  TO WRK-NEG-AGENCIA                  00036441
               MOVE FD-DEC-CONTA    TO WRK-NEG-CONTA                    00036443
               MOVE FD-DEC-DECISAO  TO WRK-NEG-DECISAO                  00036446
               MOVE FD-DEC-OPERADOR TO WRK-NEG-OPERADOR                 00036448
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00036451
               WRITE FD-RELSUSP FROM WRK-LINHA-NEGADA                   00036453
               PERFORM 1160-AUDITAR-NEGADA                              00036456
            END-IF.                                                     00036458
       1150-99-FIM.              EXIT.                                  00036461
      *-------------------------------------------------------------*   00036464
       1160-AUDITAR-NEGADA                      SECTION.                00036466
      *-------------------------------------------------------------*   00036469
            MOVE WRK-DATA-HOJE   TO FD-AUD-DATA.                        00036471
            MOVE WRK-HORA-AGORA  TO FD-AUD-HORA.                        00036474
            MOVE FD-DEC-OPERADOR TO FD-AUD-OPERADOR.                    00036476
            MOVE 'NEGADA  '      TO FD-AUD-DECISAO.                     00036479
            MOVE FD-DEC-AGENCIA  TO FD-AUD-AGENCIA.                     00036482
            MOVE FD-DEC-CONTA    TO FD-AUD-CONTA.                       00036484
            MOVE FD-DEC-VALOR    TO FD-AUD-VALOR.                       00036487
            MOVE FD-DEC-TIPOMOV  TO FD-AUD-TIPOMOV.                     00036489
            MOVE WRK-AUT-NOME    TO FD-AUD-HISTORICO.                   00036492
            WRITE FD-AUDITSUS.                                          00036494
       1160-99-FIM.              EXIT.                                  00036497
      *-------------------------------------------------------------*   00036500
       2000-PROCESSAR-FILA-ANTIGA               SECTION.                00036600
      *-------------------------------------------------------------*   00036700
               AND WRK-DEC-VALOR (WRK-SUB-DEC) EQUAL WRK-SUP-VALOR      00042100
               AND WRK-DEC-TIPOMOV (WRK-SUB-DEC) EQUAL                  00042200
                   WRK-SUP-TIPOMOV                                      00042300
               AND WRK-DEC-USADA (WRK-SUB-DEC) NOT EQUAL 'R'            00042350
               MOVE WRK-SUB-DEC TO WRK-IDX-DEC                          00042400
               MOVE 'S' TO WRK-DEC-USADA (WRK-SUB-DEC)                  00042500
            END-IF.                                                     00042600
              DISPLAY ' EXPURGADOS.................' WRK-QTD-EXPURGA.   00050500
              DISPLAY ' SEGUEM NA FILA.............' WRK-QTD-FICAM.     00050600
              DISPLAY ' DECISOES SEM SUSPEITO......' WRK-QTD-SEMSUS.    00050700
              DISPLAY ' DECISOES NEGADAS (OPERADOR)' WRK-QTD-NEGADA.    00050750
              DISPLAY ' ============================================'.  00050800
                                                                        00050900
       3000-99-FIM.              EXIT.                                  00051000
