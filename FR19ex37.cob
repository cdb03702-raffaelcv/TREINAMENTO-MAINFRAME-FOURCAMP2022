      *    CONTADO E ENCERRA COM RC=8 SEM LIBERAR O ARQUIVO.        *   00002400
      *    ANTES DE LIBERAR, A LINHA DE PROVA CONFERE TOTAL DE      *   00002500
      *    DEBITOS = TOTAL DE CREDITOS (RC=8 SE DIVERGIR).          *   00002600
      *    NO FIM, DEPOSITA NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG)  *   00002610
      *    O CONSUMIDO DE MOVPOST, MOVTAR E MOV0106R E O PRODUZIDO  *   00002620
      *    NO LANCTOS (EVENTOS LANCADOS E TOTAL DE DEBITOS), PARA   *   00002630
      *    O FR19CTL CONFERIR CONTRA FR19EX04 E FR19EX06.           *   00002640
      *-------------------------------------------------------------*   00002700
      *   ARQUIVOS...:                                              *   00002800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002900
      *    MOVTAR               I                  -----------      *   00003200
      *    MOV0106R             I                  -----------      *   00003300
      *    LANCTOS              O                  -----------      *   00003400
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00003410
      *-------------------------------------------------------------*   00003500
      *   MODULOS....:                             INCLUDE/BOOK     *   00003600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003700
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00003800
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00003810
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       COPY '#GLOG'.                                                    00014300
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00014400
       COPY '#GSTAT'.                                                   00014500
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00014510
       COPY '#GCTL'.                                                    00014520
      *-------------------------------------------------------------*   00014600
                                                                        00014700
       01 FILLER          PIC X(64) VALUE                               00014800
       77 WRK-TOT-DEBITOS PIC 9(14) VALUE ZEROES.                       00017900
       77 WRK-TOT-CREDITOS PIC 9(14) VALUE ZEROES.                      00018000
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00018100
                                                                        00018110
      *-------TOTAIS DE CONTROLE POR ORIGEM (RAZAO CTLLEDG)---------*   00018120
       77 WRK-QTD-POST    PIC 9(07) VALUE ZEROES.                       00018130
       77 WRK-VLR-POST    PIC 9(12) VALUE ZEROES.                       00018140
       77 WRK-QTD-TAR     PIC 9(07) VALUE ZEROES.                       00018150
       77 WRK-VLR-TAR     PIC 9(12) VALUE ZEROES.                       00018160
       77 WRK-QTD-RECUSA  PIC 9(07) VALUE ZEROES.                       00018170
       77 WRK-VLR-RECUSA  PIC 9(12) VALUE ZEROES.                       00018180
       77 WRK-QTD-EVLANC  PIC 9(07) VALUE ZEROES.                       00018190
                                                                        00018200
      *-------EVENTO EM LANCAMENTO-----------------------------------*  00018300
       77 WRK-EVENTO      PIC X(08) VALUE SPACES.                       00018400
            PERFORM 4200-TESTARSTATUS-MOVPOST.                          00025800
            IF WRK-FS-MOVPOST EQUAL 00                                  00025900
               ADD 1 TO WRK-REGLIDOS                                    00026000
               ADD 1 TO WRK-QTD-POST                                    00026010
               ADD FD-PST-VALOR TO WRK-VLR-POST                         00026020
               EVALUATE FD-PST-TIPOMOV                                  00026100
                 WHEN 'C'                                               00026200
                   MOVE 'CREDITO ' TO WRK-EVENTO                        00026300
               IF FD-MOVTAR (1:9) NOT EQUAL 'CABECALHO'                 00029000
                  AND FD-MOVTAR (1:6) NOT EQUAL 'RODAPE'                00029100
                  ADD 1 TO WRK-REGLIDOS                                 00029200
                  ADD 1 TO WRK-QTD-TAR                                  00029210
                  ADD FD-TAR-VALOR TO WRK-VLR-TAR                       00029220
                  MOVE 'TARIFA  '     TO WRK-EVENTO                     00029300
                  MOVE FD-TAR-VALOR   TO WRK-VALOR                      00029400
                  MOVE FD-TAR-AGENCIA TO WRK-AGENCIA                    00029500
            PERFORM 4400-TESTARSTATUS-MOV0106R.                         00031000
            IF WRK-FS-MOV0106R EQUAL 00                                 00031100
               ADD 1 TO WRK-REGLIDOS                                    00031200
               ADD 1 TO WRK-QTD-RECUSA                                  00031210
               ADD FD-MOVR-VLRMOVIMENTO TO WRK-VLR-RECUSA               00031220
               MOVE 'RECUSA  '          TO WRK-EVENTO                   00031300
               MOVE FD-MOVR-VLRMOVIMENTO TO WRK-VALOR                   00031400
               MOVE FD-MOVR-AGENCIA     TO WRK-AGENCIA                  00031500
            WRITE FD-LANCTOS.                                           00034800
            ADD 1 TO WRK-REGLANCTOS.                                    00034900
            ADD WRK-VALOR TO WRK-TOT-DEBITOS.                           00035000
            ADD 1 TO WRK-QTD-EVLANC.                                    00035010
                                                                        00035100
            MOVE WRK-PLA-CTACRED (WRK-IDX-PLA) TO FD-LAN-CONTACTB.      00035200
            MOVE 'C' TO FD-LAN-DC.                                      00035300
              MOVE WRK-REGLANCTOS TO WRK-EST-GRAVADOS.                  00039500
              MOVE WRK-REGSEMMAPA TO WRK-EST-REJEITADOS.                00039600
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00039700
                                                                        00039705
              MOVE 'FR19EX37' TO WRK-CTL-PROGRAMA.                      00039710
              MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                       00039712
              MOVE 'C'        TO WRK-CTL-PAPEL.                         00039714
              MOVE 'MOVPOST ' TO WRK-CTL-DATASET.                       00039719
              MOVE WRK-QTD-POST TO WRK-CTL-QTD.                         00039724
              MOVE WRK-VLR-POST TO WRK-CTL-VALOR.                       00039729
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00039733
              MOVE 'MOVTAR  ' TO WRK-CTL-DATASET.                       00039738
              MOVE WRK-QTD-TAR  TO WRK-CTL-QTD.                         00039743
              MOVE WRK-VLR-TAR  TO WRK-CTL-VALOR.                       00039748
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00039752
              MOVE 'MOV0106R' TO WRK-CTL-DATASET.                       00039757
              MOVE WRK-QTD-RECUSA TO WRK-CTL-QTD.                       00039762
              MOVE WRK-VLR-RECUSA TO WRK-CTL-VALOR.                     00039767
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00039771
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00039776
              MOVE 'LANCTOS ' TO WRK-CTL-DATASET.                       00039781
              MOVE WRK-QTD-EVLANC  TO WRK-CTL-QTD.                      00039786
              MOVE WRK-TOT-DEBITOS TO WRK-CTL-VALOR.                    00039790
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00039795
                                                                        00039800
       3000-99-FIM.              EXIT.                                  00039900
      *-------------------------------------------------------------*   00040000
