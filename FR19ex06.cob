      *    CARTAO SYSIN 4: CONVENCAO DE DIAS - 'UTEIS' CONTA SO OS      
      *                    DIAS UTEIS DO ARQUIVO CALENDAR DENTRO DA     
      *                    JANELA; BRANCOS/OUTRO = DIAS CORRIDOS        
      *    NO FIM, QUANTIDADE E TOTAL COBRADO NO MOVTAR SAO             
      *    DEPOSITADOS NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG) PARA      
      *    O FR19CTL CONFERIR CONTRA O CONSUMIDOR (FR19EX37).           
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                                  00002400
      *    DDNAME              I/O                 INCLUDE/BOOK         00002500
      *    MOV0106A             I                  -----------          00002600
      *    MOV0106C             I                  -----------          00002700
      *    MOVTAR               O                  -----------          00002800
      *    CTLLEDG              O (VIA GRAVCTL)    -----------          00002810
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK         00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG               00003100
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL               00003110
      *=============================================================*   00003200
                                                                        00003300
      *=============================================================*   00003400
       COPY '#GLOG'.                                                    00009900
      *-------------------------------------------------------------*   00010000
                                                                        00010100
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00010110
       COPY '#GCTL'.                                                    00010120
       01 FILLER          PIC X(64) VALUE                               00010200
           '-----------VARIAVEIS DE STATUS------------------'.          00010300
                                                                        00010400
              DISPLAY ' TOTAL COBRADO..............' WRK-TOT-COBRADO.   00030200
              DISPLAY ' ============================================'.  00030300
                                                                        00030400
                                                                        00030410
              MOVE 'FR19EX06' TO WRK-CTL-PROGRAMA.                      00030420
              MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                       00030425
              MOVE 'MOVTAR  ' TO WRK-CTL-DATASET.                       00030430
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00030440
              MOVE WRK-REGMOVTAR   TO WRK-CTL-QTD.                      00030450
              MOVE WRK-TOT-COBRADO TO WRK-CTL-VALOR.                    00030460
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00030470
       3000-99-FIM.              EXIT.                                  00030500
      *-------------------------------------------------------------*   00030600
       4000-TESTARSTATUS                            SECTION.            00030700
