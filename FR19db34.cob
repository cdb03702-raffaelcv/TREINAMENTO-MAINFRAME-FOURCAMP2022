      *       ARQUIVO DE REGRAS PLANREGR, TIPO O)                   *   00002000
      *    TUDO NO RELATORIO DE DISCREPANCIAS RELFATOP, COM OS      *   00002100
      *    TOTAIS FATURADO, ESPERADO E CONTESTADO.                  *   00002200
      *    A FATURA VIRA UM TITULO A PAGAR (APFATOP, BOOK #APAG,    *   00002211
      *    ORIGEM BEN) PARA O CONTAS A PAGAR (FR19EX62), PELO       *   00002222
      *    VALOR FATURADO: APROVADO (A) SE A CONCILIACAO NAO ACHOU  *   00002233
      *    NENHUMA DISCREPANCIA, PENDENTE (P) EM CASO CONTRARIO -   *   00002244
      *    A FATURA CONTESTADA SO E PAGA DEPOIS DE APROVADA PELO    *   00002255
      *    TRANSAP. SEM O CARTAO DO FORNECEDOR NAO HA TITULO.       *   00002266
      *    CARTAO SYSIN 1: FORNECEDOR X(10) + DOCUMENTO DA FATURA   *   00002277
      *    X(12) + VENCIMENTO 9(08) (COM 10 DE FILLER)              *   00002288
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    BENEFUNL             I                  -----------      *   00002700
      *    PLANREGR             I                  -----------      *   00002800
      *    RELFATOP             O                  -----------      *   00002900
      *    APFATOP              O                  #APAG            *   00002950
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003200
                                                                        00005500
            SELECT RELFATOP ASSIGN TO RELFATOP                          00005600
                 FILE STATUS IS WRK-FS-RELFATOP.                        00005700
            SELECT APFATOP ASSIGN TO APFATOP                            00005733
                 FILE STATUS IS WRK-FS-APFATOP.                         00005766
                                                                        00005800
      *=============================================================*   00005900
       DATA                                      DIVISION.              00006000
       FD RELFATOP                                                      00009600
           RECORDING MODE IS F.                                         00009700
       01 FD-RELFATOP            PIC X(80).                             00009800
      *-------------------LRECL 80----------------------------------*   00009820
       FD APFATOP                                                       00009840
           RECORDING MODE IS F.                                         00009860
       COPY '#APAG'.                                                    00009880
                                                                        00009900
      *=============================================================*   00010000
       WORKING-STORAGE                             SECTION.             00010100
       77 WRK-FS-BENEFUNL PIC 9(02).                                    00011400
       77 WRK-FS-PLANREGR PIC 9(02).                                    00011500
       77 WRK-FS-RELFATOP PIC 9(02).                                    00011600
       77 WRK-FS-APFATOP  PIC 9(02).                                    00011609
                                                                        00011618
       01 FILLER          PIC X(64) VALUE                               00011627
           '-----------PARAMETROS SYSIN---------------------'.          00011636
                                                                        00011645
       01 WRK-CARTAO-FATURA.                                            00011654
          05 FILLER              PIC X(10).                             00011663
          05 WRK-CRT-FORNEC      PIC X(10).                             00011672
          05 WRK-CRT-DOCUMENTO   PIC X(12).                             00011681
          05 WRK-CRT-VENCIMENTO  PIC 9(08).                             00011690
                                                                        00011700
       01 FILLER          PIC X(64) VALUE                               00011800
           '-----------PRECOS DA OPERADORA (TIPO O)---------'.          00011900
       1000-INICIAR                             SECTION.                00021600
      *-------------------------------------------------------------*   00021700
             OPEN INPUT  FATOPER BENEFUNL PLANREGR                      00021800
                  OUTPUT RELFATOP APFATOP.                              00021900
                                                                        00022000
               PERFORM 4000-TESTARSTATUS.                               00022100
                                                                        00022200
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00022300
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                      00022400
               MOVE SPACES TO WRK-CARTAO-FATURA.                        00022433
               ACCEPT WRK-CARTAO-FATURA FROM SYSIN.                     00022466
                                                                        00022500
               WRITE FD-RELFATOP FROM WRK-LINHA-TRACO.                  00022600
               WRITE FD-RELFATOP FROM WRK-LINHA-TITULO.                 00022700
             WRITE FD-RELFATOP FROM WRK-LINHA-TOTAIS.                   00040300
             WRITE FD-RELFATOP FROM WRK-LINHA-TRACO.                    00040400
                                                                        00040500
             PERFORM 3100-GERAR-TITULO-PAGAR.                           00040550
                                                                        00040600
             CLOSE FATOPER BENEFUNL PLANREGR RELFATOP APFATOP.          00040650
               PERFORM 4000-TESTARSTATUS.                               00040700
              DISPLAY ' ============================================'.  00040800
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB34          '.  00040900
              DISPLAY ' ============================================'.  00041600
                                                                        00041700
       3000-99-FIM.              EXIT.                                  00041800
      *-------------------------------------------------------------*   00041803
       3100-GERAR-TITULO-PAGAR                  SECTION.                00041806
      *-------------------------------------------------------------*   00041809
      *   FATURA SEM DISCREPANCIA ENTRA APROVADA; COM DISCREPANCIA  *   00041812
      *   ENTRA PENDENTE E NAO E PAGA ATE A APROVACAO MANUAL.       *   00041815
      *-------------------------------------------------------------*   00041818
             IF WRK-CRT-FORNEC EQUAL SPACES                             00041821
                OR WRK-CRT-DOCUMENTO EQUAL SPACES                       00041825
                OR WRK-CRT-VENCIMENTO NOT NUMERIC                       00041828
                OR WRK-TOT-FATURADO EQUAL ZEROES                        00041831
                DISPLAY ' TITULO A PAGAR NAO GERADO (CARTAO/VALOR)'     00041834
                GO TO 3100-99-FIM.                                      00041837
                                                                        00041840
             MOVE SPACES             TO FD-APAGAR.                      00041843
             MOVE 'BEN'              TO FD-APG-ORIGEM.                  00041846
             MOVE WRK-CRT-FORNEC     TO FD-APG-FORNEC.                  00041850
             MOVE WRK-CRT-DOCUMENTO  TO FD-APG-DOCUMENTO.               00041853
             MOVE WRK-CRT-VENCIMENTO TO FD-APG-VENCIMENTO.              00041856
             MOVE WRK-TOT-FATURADO   TO FD-APG-VALOR.                   00041859
             IF WRK-QTD-SEMADES EQUAL ZEROES                            00041862
                AND WRK-QTD-SEMCOBR EQUAL ZEROES                        00041865
                AND WRK-QTD-DIVERGE EQUAL ZEROES                        00041868
                AND WRK-TOT-CONTESTA EQUAL ZEROES                       00041871
                MOVE 'A'             TO FD-APG-APROVACAO                00041875
             ELSE                                                       00041878
                MOVE 'P'             TO FD-APG-APROVACAO                00041881
             END-IF.                                                    00041884
             WRITE FD-APAGAR.                                           00041887
             DISPLAY ' TITULO A PAGAR GERADO......' FD-APG-APROVACAO.   00041890
                                                                        00041893
       3100-99-FIM.              EXIT.                                  00041896
      *-------------------------------------------------------------*   00041900
       4000-TESTARSTATUS                            SECTION.            00042000
      *-------------------------------------------------------------*   00042100
                   MOVE WRK-FS-RELFATOP          TO WRK-STATUS          00043400
                    PERFORM 9000-TRATAERROS                             00043500
                 END-IF.                                                00043600
                 IF WRK-FS-APFATOP NOT EQUAL 00                         00043614
                   MOVE 'ERRO NO OPEN APFATOP  ' TO WRK-MSGERRO         00043628
                   MOVE '1000'                   TO WRK-SECAO           00043642
                   MOVE WRK-FS-APFATOP           TO WRK-STATUS          00043657
                    PERFORM 9000-TRATAERROS                             00043671
                 END-IF.                                                00043685
                                                                        00043700
       4000-99-FIM.              EXIT.                                  00043800
      *-------------------------------------------------------------*   00043900
