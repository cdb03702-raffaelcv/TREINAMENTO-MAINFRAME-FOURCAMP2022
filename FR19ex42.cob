      *    HORAS, SUBTOTAL, IMPOSTO E TOTAL, MAIS AS HORAS INTERNAS *   00002300
      *    QUE FICARAM DE FORA - ACABA A PLANILHA MONTADA NA MAO    *   00002400
      *    EM CIMA DO RELCUSTO.                                     *   00002500
      *    CADA FATURA SAI TAMBEM NO RECPROJ (LAYOUT #RECEB, ORIGEM *   00002525
      *    PRJ, VALOR TOTAL COM IMPOSTO) PARA A CARGA NO CONTAS A   *   00002550
      *    RECEBER (FR19EX59).                                      *   00002575
      *    SO ENTRAM HORAS APROVADAS PELO GESTOR DO PROJETO: O      *   00002581
      *    FUNPROJ TEM DE VIR DO FR19EX02 RODADO SOBRE O PROJAPR    *   00002587
      *    DO FR19EX67, NUNCA SOBRE O PROJOK DIRETO.                *   00002593
      *    NO FIM, DEPOSITA NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG)  *   00002594
      *    O FUNPROJ CONSUMIDO (ALOCACOES E HORAS) E O FATURADO NO  *   00002595
      *    FATPROJ (FATURAS E SUBTOTAL SEM IMPOSTO), PARA O FR19CTL *   00002596
      *    CONFERIR CONTRA O FR19EX02 - QUE DEPOSITA AS HORAS       *   00002597
      *    FATURAVEIS VALORADAS (HORASFAT) - E PROVAR QUE NENHUMA   *   00002598
      *    HORA VALORADA FICOU FORA DA FATURA.                      *   00002599
      *    CARTOES SYSIN (CADA UM COM 10 DE FILLER):                *   00002600
      *     1 - COMPETENCIA AAAAMM (BRANCOS = MES CORRENTE)         *   00002700
      *     2 - ALIQUOTA DE IMPOSTO 99V99 (ZEROS = SEM IMPOSTO)     *   00002800
      *     3 - VENCIMENTO DAS FATURAS AAAAMMDD (ZEROS = HOJE)      *   00002850
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003100
      *    FUNPROJ              I                  -----------      *   00003200
      *    PROJMST              I                  -----------      *   00003300
      *    FATPROJ              O                  -----------      *   00003400
      *    RECPROJ              O                  #RECEB           *   00003450
      *    RELFATUR             O                  -----------      *   00003500
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00003510
      *-------------------------------------------------------------*   00003600
      *   MODULOS....:                             INCLUDE/BOOK     *   00003700
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003800
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00003810
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
                                                                        00005800
            SELECT FATPROJ ASSIGN TO FATPROJ                            00005900
                 FILE STATUS IS WRK-FS-FATPROJ.                         00006000
                                                                        00006025
            SELECT RECPROJ ASSIGN TO RECPROJ                            00006050
                 FILE STATUS IS WRK-FS-RECPROJ.                         00006075
                                                                        00006100
            SELECT RELFATUR ASSIGN TO RELFATUR                          00006200
                 FILE STATUS IS WRK-FS-RELFATUR.                        00006300
           RECORDING MODE IS F.                                         00009700
      *-------------------LRECL 100---------------------------------*   00009800
       01 FD-FATPROJ             PIC X(100).                            00009900
                                                                        00009916
       FD RECPROJ                                                       00009933
           RECORDING MODE IS F.                                         00009950
      *-------------------LRECL 80----------------------------------*   00009966
       COPY '#RECEB'.                                                   00009983
                                                                        00010000
       FD RELFATUR                                                      00010100
           RECORDING MODE IS F.                                         00010200
           '-----------BOOK LOGERROS------------------------'.          00011100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00011200
       COPY '#GLOG'.                                                    00011300
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00011310
       COPY '#GCTL'.                                                    00011320
      *-------------------------------------------------------------*   00011400
                                                                        00011500
       01 FILLER          PIC X(64) VALUE                               00011600
       77 WRK-FS-FUNPROJ  PIC 9(02).                                    00011900
       77 WRK-FS-PROJMST  PIC 9(02).                                    00012000
       77 WRK-FS-FATPROJ  PIC 9(02).                                    00012100
       77 WRK-FS-RECPROJ  PIC 9(02).                                    00012150
       77 WRK-FS-RELFATUR PIC 9(02).                                    00012200
                                                                        00012300
       77 WRK-SW-FIM-FP   PIC X(01) VALUE 'N'.                          00012400
       01 WRK-ALIQCARD.                                                 00014000
          05 FILLER              PIC X(10).                             00014100
          05 WRK-ALIQCARD-AC     PIC 9(02)V99.                          00014200
                                                                        00014220
       01 WRK-VENCCARD.                                                 00014240
          05 FILLER              PIC X(10).                             00014260
          05 WRK-VENCCARD-AC     PIC 9(08).                             00014280
                                                                        00014300
       77 WRK-COMPETENCIA PIC X(06) VALUE SPACES.                       00014400
       77 WRK-ALIQUOTA    PIC 9(02)V99 VALUE ZEROES.                    00014500
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00014600
       77 WRK-DATA-VENC   PIC 9(08) VALUE ZEROES.                       00014650
                                                                        00014700
       01 FILLER          PIC X(64) VALUE                               00014800
           '-----------CADASTRO DE PROJETOS EM MEMORIA------'.          00014900
       77 WRK-QTD-FATURAS PIC 9(03) VALUE ZEROES.                       00020200
       77 WRK-HRS-INTERNO PIC 9(07) VALUE ZEROES.                       00020300
       77 WRK-QTD-INTERNO PIC 9(05) VALUE ZEROES.                       00020400
       77 WRK-HRS-LIDAS   PIC 9(07) VALUE ZEROES.                       00020410
                                                                        00020500
       01 FILLER          PIC X(64) VALUE                               00020600
           '-----------LINHAS DA FATURA---------------------'.          00020700
       1000-INICIAR                             SECTION.                00030500
      *-------------------------------------------------------------*   00030600
             OPEN INPUT  FUNPROJ PROJMST                                00030700
                  OUTPUT FATPROJ RECPROJ RELFATUR.                      00030800
                                                                        00030900
               PERFORM 4000-TESTARSTATUS.                               00031000
                                                                        00031100
               IF WRK-ALIQCARD-AC NUMERIC                               00032200
                  MOVE WRK-ALIQCARD-AC TO WRK-ALIQUOTA                  00032300
               END-IF.                                                  00032400
                                                                        00032411
               ACCEPT WRK-VENCCARD FROM SYSIN.                          00032422
               IF WRK-VENCCARD-AC NUMERIC                               00032433
                  AND WRK-VENCCARD-AC NOT EQUAL ZEROES                  00032444
                  MOVE WRK-VENCCARD-AC TO WRK-DATA-VENC                 00032455
               ELSE                                                     00032466
                  MOVE WRK-DATA-HOJE TO WRK-DATA-VENC                   00032477
               END-IF.                                                  00032488
                                                                        00032500
               PERFORM 1100-CARREGAR-PROJMST UNTIL WRK-FIM-PRM.         00032600
               CLOSE PROJMST.                                           00032700
      *   SEM CLIENTE E CUSTO INTERNO: CONTA NO RESUMO E SO.        *   00038700
      *-------------------------------------------------------------*   00038800
            ADD 1 TO WRK-REGLIDOS.                                      00038900
            ADD FD-FP-QTHORAS TO WRK-HRS-LIDAS.                         00038910
                                                                        00039000
            PERFORM 2100-PROCURAR-PROJETO.                              00039100
            IF WRK-ACHOU                                                00039200
            MOVE WRK-TOT-CLI  TO WRK-FTOT-VALOR.                        00054900
            WRITE FD-FATPROJ FROM WRK-FAT-TOT.                          00055000
            WRITE FD-FATPROJ FROM WRK-LINHA-BRANCO.                     00055100
                                                                        00055110
            MOVE 'PRJ'            TO FD-REC-ORIGEM.                     00055120
            MOVE WRK-CLI-ATUAL    TO FD-REC-CLIENTE.                    00055130
            MOVE SPACES           TO FD-REC-NOME.                       00055140
            MOVE WRK-COMPETENCIA  TO FD-REC-DOCUMENTO.                  00055150
            MOVE WRK-DATA-VENC    TO FD-REC-VENCIMENTO.                 00055160
            MOVE WRK-TOT-CLI      TO FD-REC-VALOR.                      00055170
            WRITE FD-RECEB.                                             00055180
            PERFORM 4300-TESTARSTATUS-RECPROJ.                          00055190
                                                                        00055200
            ADD WRK-SUBT-CLI TO WRK-REC-GERAL.                          00055300
            ADD WRK-IMP-CLI  TO WRK-IMP-GERAL.                          00055400
             WRITE FD-RELFATUR FROM WRK-RES-INTERNO.                    00059800
             WRITE FD-RELFATUR FROM WRK-LINHA-TRACO.                    00059900
                                                                        00060000
             CLOSE FUNPROJ FATPROJ RECPROJ RELFATUR.                    00060100
               PERFORM 4000-TESTARSTATUS.                               00060200
              DISPLAY ' ============================================'.  00060300
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX42          '.  00060400
              DISPLAY ' IMPOSTOS CALCULADOS........' WRK-IMP-GERAL.     00060900
              DISPLAY ' HORAS INTERNAS.............' WRK-HRS-INTERNO.   00061000
              DISPLAY ' ============================================'.  00061100
                                                                        00061106
              MOVE 'FR19EX42' TO WRK-CTL-PROGRAMA.                      00061112
              MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                       00061115
              MOVE 'C'        TO WRK-CTL-PAPEL.                         00061118
              MOVE 'FUNPROJ ' TO WRK-CTL-DATASET.                       00061124
              MOVE WRK-REGLIDOS      TO WRK-CTL-QTD.                    00061129
              MOVE WRK-HRS-LIDAS     TO WRK-CTL-VALOR.                  00061135
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00061141
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00061171
              MOVE 'FATPROJ ' TO WRK-CTL-DATASET.                       00061176
              MOVE WRK-QTD-FATURAS   TO WRK-CTL-QTD.                    00061182
              MOVE WRK-REC-GERAL     TO WRK-CTL-VALOR.                  00061188
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00061194
                                                                        00061200
       3000-99-FIM.              EXIT.                                  00061300
      *-------------------------------------------------------------*   00061400
      *-------------------------------------------------------------*   00061600
                 PERFORM 4100-TESTARSTATUS-FUNPROJ.                     00061700
                 PERFORM 4200-TESTARSTATUS-PROJMST.                     00061800
                 PERFORM 4300-TESTARSTATUS-RECPROJ.                     00061850
                 IF WRK-FS-FATPROJ NOT EQUAL 00                         00061900
                   MOVE 'ERRO NO OPEN FATPROJ  ' TO WRK-MSGERRO         00062000
                   MOVE '1000'                   TO WRK-SECAO           00062100
               END-IF.                                                  00065400
                                                                        00065500
       4200-99-FIM.              EXIT.                                  00065600
      *-------------------------------------------------------------*   00065608
       4300-TESTARSTATUS-RECPROJ                    SECTION.            00065616
      *-------------------------------------------------------------*   00065625
               IF WRK-FS-RECPROJ NOT EQUAL 00                           00065633
                 MOVE 'ERRO NO RECPROJ       ' TO WRK-MSGERRO           00065641
                 MOVE '2710'                   TO WRK-SECAO             00065650
                 MOVE WRK-FS-RECPROJ           TO WRK-STATUS            00065658
                  PERFORM 9000-TRATAERROS                               00065666
               END-IF.                                                  00065675
                                                                        00065683
       4300-99-FIM.              EXIT.                                  00065691
      *-------------------------------------------------------------*   00065700
       9000-TRATAERROS                              SECTION.            00065800
      *-------------------------------------------------------------*   00065900
