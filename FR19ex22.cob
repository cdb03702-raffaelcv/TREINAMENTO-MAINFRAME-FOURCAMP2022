      *    OU ESPACOS = TODAS AS CONTAS.                            *   00002700
      *    CARTAO SYSIN 2: PERIODO - DATA INICIAL AAAAMMDD (POS     *   00002800
      *    1-8) + DATA FINAL AAAAMMDD (POS 10-17).                  *   00002900
      *    NA CONTA CONJUNTA O CABECALHO DE CADA PAGINA TRAZ, ABAIXO*   00002916
      *    DO TITULAR PRINCIPAL, UMA LINHA POR COTITULAR (NOME,     *   00002933
      *    CPF/CNPJ E REGRA DE ASSINATURA) DO CADASTRO TITULARES    *   00002950
      *    (FR19EX51). SEM O ARQUIVO O CABECALHO SAI SO COM O       *   00002966
      *    PRINCIPAL.                                               *   00002983
      *-------------------------------------------------------------*   00003000
      *   ARQUIVOS...:                                              *   00003100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003200
      *    CLIENTES             I                  -----------      *   00003300
      *    HISTARC              I                  -----------      *   00003400
      *    HISTMOV              I                  -----------      *   00003500
      *    TITULARES            I                  -----------      *   00003550
      *    RELEXT               O                  -----------      *   00003600
      *-------------------------------------------------------------*   00003700
      *   MODULOS....:                             INCLUDE/BOOK     *   00003800
            SELECT HISTMOV ASSIGN TO HISTMOV                            00006000
                 FILE STATUS IS WRK-FS-HISTMOV.                         00006100
                                                                        00006200
            SELECT TITULARES ASSIGN TO TITULARES                        00006233
                 FILE STATUS IS WRK-FS-TITULARES.                       00006266
            SELECT RELEXT ASSIGN TO RELEXT                              00006300
                 FILE STATUS IS WRK-FS-RELEXT.                          00006400
                                                                        00006500
       FD RELEXT                                                        00011600
           RECORDING MODE IS F.                                         00011700
       01 FD-RELEXT              PIC X(80).                             00011800
      *-------------------LRECL 80----------------------------------*   00011807
       FD TITULARES                                                     00011815
           RECORDING MODE IS F                                          00011823
           LABEL RECORD IS STANDARD                                     00011830
           BLOCK CONTAINS 0 RECORDS.                                    00011838
       01 FD-TITULARES.                                                 00011846
          05 FD-TIT-CHAVE        PIC X(08).                             00011853
          05 FD-TIT-PAPEL        PIC X(01).                             00011861
          05 FD-TIT-DOCUMENTO    PIC 9(14).                             00011869
          05 FD-TIT-NOME         PIC X(30).                             00011876
          05 FD-TIT-REGRA        PIC X(01).                             00011884
          05 FILLER              PIC X(26).                             00011892
                                                                        00011900
      *=============================================================*   00012000
       WORKING-STORAGE                             SECTION.             00012100
       77 WRK-FS-HISTARC  PIC 9(02).                                    00013400
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00013500
       77 WRK-FS-RELEXT   PIC 9(02).                                    00013600
       77 WRK-FS-TITULARES PIC 9(02).                                   00013650
                                                                        00013700
       01 FILLER          PIC X(64) VALUE                               00013800
           '-----------PARAMETROS SYSIN---------------------'.          00013900
       77 WRK-LINHAS-PAGINA   PIC 9(02) VALUE ZEROES.                   00019100
       77 WRK-MAX-LINHAS      PIC 9(02) VALUE 20.                       00019200
                                                                        00019300
      *----COTITULARES DAS CONTAS CONJUNTAS (CABECALHO DO EXTRATO)--*   00019308
       77 WRK-SW-FIM-TIT  PIC X(01) VALUE 'N'.                          00019316
           88 WRK-FIM-TITULARES     VALUE 'S'.                          00019325
       77 WRK-QTD-COTIT   PIC 9(04) VALUE ZEROES.                       00019333
       77 WRK-SUB-COTIT   PIC 9(04) VALUE ZEROES.                       00019341
       01 WRK-TAB-COTIT.                                                00019350
          05 WRK-COT-LINHA OCCURS 3000 TIMES.                           00019358
             10 WRK-COT-CHAVE      PIC X(08).                           00019366
             10 WRK-COT-DOCUMENTO  PIC 9(14).                           00019375
             10 WRK-COT-NOME       PIC X(30).                           00019383
             10 WRK-COT-REGRA      PIC X(01).                           00019391
       01 FILLER          PIC X(64) VALUE                               00019400
           '-----------LINHAS DO RELATORIO------------------'.          00019500
                                                                        00019600
          05 FILLER              PIC X(10) VALUE ' CLIENTE: '.          00021400
          05 WRK-CTA-NOME        PIC X(30).                             00021500
          05 FILLER              PIC X(15) VALUE SPACES.                00021600
       01 WRK-LINHA-COTITULAR.                                          00021611
          05 FILLER              PIC X(11) VALUE 'COTITULAR: '.         00021622
          05 WRK-COL-NOME        PIC X(30).                             00021633
          05 FILLER              PIC X(10) VALUE ' CPF/CNPJ '.          00021644
          05 WRK-COL-DOCUMENTO   PIC 9(14).                             00021655
          05 FILLER              PIC X(06) VALUE ' ASS: '.              00021666
          05 WRK-COL-REGRA       PIC X(08).                             00021677
          05 FILLER              PIC X(01) VALUE SPACE.                 00021688
                                                                        00021700
       01 WRK-LINHA-COLUNAS.                                            00021800
          05 FILLER              PIC X(10) VALUE 'DATA      '.          00021900
      *-------------------------------------------------------------*   00027600
       1000-INICIAR                             SECTION.                00027700
      *-------------------------------------------------------------*   00027800
             OPEN INPUT  CLIENTES HISTARC HISTMOV TITULARES             00027900
                  OUTPUT RELEXT.                                        00028000
                                                                        00028100
               PERFORM 4000-TESTARSTATUS.                               00028200
                                                                        00028300
               PERFORM 1500-CARREGAR-TITULARES                          00028333
                       UNTIL WRK-FIM-TITULARES.                         00028366
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00028400
                                                                        00028500
               ACCEPT WRK-FILTRO FROM SYSIN.                            00028600
                    END-IF                                              00037500
                 END-IF.                                                00037600
       1310-99-FIM.              EXIT.                                  00037700
      *-------------------------------------------------------------*   00037702
       1500-CARREGAR-TITULARES                  SECTION.                00037705
      *-------------------------------------------------------------*   00037708
      *   SO O COTITULAR (PAPEL S) INTERESSA: O PRINCIPAL JA E O    *   00037711
      *   CLIENTE DA LINHA DA CONTA. SEM O ARQUIVO O CABECALHO SAI  *   00037714
      *   SO COM O PRINCIPAL (COM AVISO).                           *   00037717
      *-------------------------------------------------------------*   00037720
            READ TITULARES                                              00037722
              AT END                                                    00037725
                MOVE 'S' TO WRK-SW-FIM-TIT                              00037728
            END-READ.                                                   00037731
            IF WRK-FS-TITULARES EQUAL 00                                00037734
               IF FD-TIT-PAPEL EQUAL 'S'                                00037737
                  AND FD-TITULARES (1:9) NOT EQUAL 'CABECALHO'          00037740
                  IF WRK-QTD-COTIT LESS 3000                            00037742
                     ADD 1 TO WRK-QTD-COTIT                             00037745
                     MOVE FD-TIT-CHAVE TO WRK-COT-CHAVE (WRK-QTD-COTIT) 00037748
                     MOVE FD-TIT-DOCUMENTO TO                           00037751
                          WRK-COT-DOCUMENTO (WRK-QTD-COTIT)             00037754
                     MOVE FD-TIT-NOME  TO WRK-COT-NOME (WRK-QTD-COTIT)  00037757
                     MOVE FD-TIT-REGRA TO WRK-COT-REGRA (WRK-QTD-COTIT) 00037760
                  ELSE                                                  00037762
                     DISPLAY ' TABELA DE COTITULARES ESGOTADA (3000)'   00037765
                  END-IF                                                00037768
               END-IF                                                   00037771
            ELSE                                                        00037774
               IF NOT WRK-FIM-TITULARES                                 00037777
                  DISPLAY ' TITULARES INDISPONIVEL (FS='                00037780
                          WRK-FS-TITULARES ') - EXTRATO SEM'            00037782
                          ' OS COTITULARES'                             00037785
                  MOVE 'S' TO WRK-SW-FIM-TIT                            00037788
               END-IF                                                   00037791
            END-IF.                                                     00037794
       1500-99-FIM.              EXIT.                                  00037797
      *-------------------------------------------------------------*   00037800
       2000-PROCESSAR                           SECTION.                00037900
      *-------------------------------------------------------------*   00038000
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00060700
            WRITE FD-RELEXT FROM WRK-LINHA-TITULO.                      00060800
            WRITE FD-RELEXT FROM WRK-LINHA-CONTA.                       00060900
            MOVE 1 TO WRK-SUB-COTIT.                                    00060925
            PERFORM 2610-LISTAR-COTITULAR                               00060950
                    UNTIL WRK-SUB-COTIT GREATER WRK-QTD-COTIT.          00060975
            WRITE FD-RELEXT FROM WRK-LINHA-COLUNAS.                     00061000
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00061100
            MOVE ZEROES TO WRK-LINHAS-PAGINA.                           00061200
            ADD 1 TO WRK-QTD-PAGINAS.                                   00061300
                                                                        00061400
       2600-99-FIM.              EXIT.                                  00061500
      *-------------------------------------------------------------*   00061505
       2610-LISTAR-COTITULAR                    SECTION.                00061510
      *-------------------------------------------------------------*   00061515
            IF WRK-COT-CHAVE (WRK-SUB-COTIT) (1:4) EQUAL WRK-CTA-AGENCIA00061521
               AND WRK-COT-CHAVE (WRK-SUB-COTIT) (5:4) EQUAL            00061526
                   WRK-CTA-CONTA                                        00061531
               MOVE WRK-COT-NOME (WRK-SUB-COTIT)      TO WRK-COL-NOME   00061536
               MOVE WRK-COT-DOCUMENTO (WRK-SUB-COTIT)                   00061542
                    TO WRK-COL-DOCUMENTO                                00061547
               IF WRK-COT-REGRA (WRK-SUB-COTIT) EQUAL 'T'               00061552
                  MOVE 'TODOS   ' TO WRK-COL-REGRA                      00061557
               ELSE                                                     00061563
                  MOVE 'QUALQUER' TO WRK-COL-REGRA                      00061568
               END-IF                                                   00061573
               WRITE FD-RELEXT FROM WRK-LINHA-COTITULAR                 00061578
            END-IF.                                                     00061584
            ADD 1 TO WRK-SUB-COTIT.                                     00061589
       2610-99-FIM.              EXIT.                                  00061594
                                                                        00061600
      *-------------------------------------------------------------*   00061700
       3000-FINALIZAR                           SECTION.                00061800
      *-------------------------------------------------------------*   00061900
             CLOSE CLIENTES HISTARC HISTMOV TITULARES RELEXT.           00062000
               PERFORM 4000-TESTARSTATUS.                               00062100
              DISPLAY ' ============================================'.  00062200
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX22          '.  00062300
