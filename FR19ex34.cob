      *    FECHAMENTO.                                              *   00002100
      *    CARTAO SYSIN (UM POR CONTA, ENCERRADO POR CARTAO DE      *   00002200
      *    AGENCIA '9999'): AGENCIA(4) + CONTA(4).                  *   00002300
      *    NA CONTA CONJUNTA O CABECALHO DE CADA PAGINA TRAZ, ABAIXO*   00002316
      *    DO TITULAR PRINCIPAL, UMA LINHA POR COTITULAR (NOME,     *   00002333
      *    CPF/CNPJ E REGRA DE ASSINATURA) DO CADASTRO TITULARES    *   00002350
      *    (FR19EX51). SEM O ARQUIVO O CABECALHO SAI SO COM O       *   00002366
      *    PRINCIPAL.                                               *   00002383
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    CLIVSAM              I   (VSAM KSDS)    -----------      *   00002700
      *    HISTVSAM             I   (VSAM KSDS)    -----------      *   00002800
      *    TITULARES            I                  -----------      *   00002850
      *    RELEXT               O                  -----------      *   00002900
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
                 RECORD KEY IS FD-HVS-CHAVE                             00005600
                 FILE STATUS IS WRK-FS-HISTVSAM.                        00005700
                                                                        00005800
            SELECT TITULARES ASSIGN TO TITULARES                        00005833
                 FILE STATUS IS WRK-FS-TITULARES.                       00005866
            SELECT RELEXT ASSIGN TO RELEXT                              00005900
                 FILE STATUS IS WRK-FS-RELEXT.                          00006000
                                                                        00006100
       FD RELEXT                                                        00009400
           RECORDING MODE IS F.                                         00009500
       01 FD-RELEXT              PIC X(80).                             00009600
      *-------------------LRECL 80----------------------------------*   00009607
       FD TITULARES                                                     00009615
           RECORDING MODE IS F                                          00009623
           LABEL RECORD IS STANDARD                                     00009630
           BLOCK CONTAINS 0 RECORDS.                                    00009638
       01 FD-TITULARES.                                                 00009646
          05 FD-TIT-CHAVE        PIC X(08).                             00009653
          05 FD-TIT-PAPEL        PIC X(01).                             00009661
          05 FD-TIT-DOCUMENTO    PIC 9(14).                             00009669
          05 FD-TIT-NOME         PIC X(30).                             00009676
          05 FD-TIT-REGRA        PIC X(01).                             00009684
          05 FILLER              PIC X(26).                             00009692
                                                                        00009700
      *=============================================================*   00009800
       WORKING-STORAGE                             SECTION.             00009900
       77 WRK-FS-CLIVSAM  PIC 9(02).                                    00011100
       77 WRK-FS-HISTVSAM PIC 9(02).                                    00011200
       77 WRK-FS-RELEXT   PIC 9(02).                                    00011300
       77 WRK-FS-TITULARES PIC 9(02).                                   00011350
                                                                        00011400
       01 FILLER          PIC X(64) VALUE                               00011500
           '-----------PARAMETRO SYSIN----------------------'.          00011600
       77 WRK-LINHAS-PAGINA   PIC 9(02) VALUE ZEROES.                   00015200
       77 WRK-MAX-LINHAS      PIC 9(02) VALUE 20.                       00015300
                                                                        00015400
      *----COTITULARES DAS CONTAS CONJUNTAS (CABECALHO DO EXTRATO)--*   00015408
       77 WRK-SW-FIM-TIT  PIC X(01) VALUE 'N'.                          00015416
           88 WRK-FIM-TITULARES     VALUE 'S'.                          00015425
       77 WRK-QTD-COTIT   PIC 9(04) VALUE ZEROES.                       00015433
       77 WRK-SUB-COTIT   PIC 9(04) VALUE ZEROES.                       00015441
       01 WRK-TAB-COTIT.                                                00015450
          05 WRK-COT-LINHA OCCURS 3000 TIMES.                           00015458
             10 WRK-COT-CHAVE      PIC X(08).                           00015466
             10 WRK-COT-DOCUMENTO  PIC 9(14).                           00015475
             10 WRK-COT-NOME       PIC X(30).                           00015483
             10 WRK-COT-REGRA      PIC X(01).                           00015491
       01 FILLER          PIC X(64) VALUE                               00015500
           '-----------LINHAS DO RELATORIO------------------'.          00015600
                                                                        00015700
          05 FILLER              PIC X(10) VALUE ' CLIENTE: '.          00017300
          05 WRK-CTA-NOME        PIC X(30).                             00017400
          05 FILLER              PIC X(15) VALUE SPACES.                00017500
       01 WRK-LINHA-COTITULAR.                                          00017511
          05 FILLER              PIC X(11) VALUE 'COTITULAR: '.         00017522
          05 WRK-COL-NOME        PIC X(30).                             00017533
          05 FILLER              PIC X(10) VALUE ' CPF/CNPJ '.          00017544
          05 WRK-COL-DOCUMENTO   PIC 9(14).                             00017555
          05 FILLER              PIC X(06) VALUE ' ASS: '.              00017566
          05 WRK-COL-REGRA       PIC X(08).                             00017577
          05 FILLER              PIC X(01) VALUE SPACE.                 00017588
                                                                        00017600
       01 WRK-LINHA-COLUNAS.                                            00017700
          05 FILLER              PIC X(10) VALUE 'DATA      '.          00017800
      *-------------------------------------------------------------*   00023300
       1000-INICIAR                             SECTION.                00023400
      *-------------------------------------------------------------*   00023500
             OPEN INPUT  CLIVSAM HISTVSAM TITULARES                     00023600
                  OUTPUT RELEXT.                                        00023700
                                                                        00023800
               PERFORM 4000-TESTARSTATUS.                               00023900
                                                                        00024000
               PERFORM 1500-CARREGAR-TITULARES                          00024033
                       UNTIL WRK-FIM-TITULARES.                         00024066
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00024100
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                      00024200
                                                                        00024300
       1000-99-FIM.              EXIT.                                  00024400
      *-------------------------------------------------------------*   00024402
       1500-CARREGAR-TITULARES                  SECTION.                00024405
      *-------------------------------------------------------------*   00024408
      *   SO O COTITULAR (PAPEL S) INTERESSA: O PRINCIPAL JA E O    *   00024411
      *   CLIENTE DA LINHA DA CONTA. SEM O ARQUIVO O CABECALHO SAI  *   00024414
      *   SO COM O PRINCIPAL (COM AVISO).                           *   00024417
      *-------------------------------------------------------------*   00024420
            READ TITULARES                                              00024422
              AT END                                                    00024425
                MOVE 'S' TO WRK-SW-FIM-TIT                              00024428
            END-READ.                                                   00024431
            IF WRK-FS-TITULARES EQUAL 00                                00024434
               IF FD-TIT-PAPEL EQUAL 'S'                                00024437
                  AND FD-TITULARES (1:9) NOT EQUAL 'CABECALHO'          00024440
                  IF WRK-QTD-COTIT LESS 3000                            00024442
                     ADD 1 TO WRK-QTD-COTIT                             00024445
                     MOVE FD-TIT-CHAVE TO WRK-COT-CHAVE (WRK-QTD-COTIT) 00024448
                     MOVE FD-TIT-DOCUMENTO TO                           00024451
                          WRK-COT-DOCUMENTO (WRK-QTD-COTIT)             00024454
                     MOVE FD-TIT-NOME  TO WRK-COT-NOME (WRK-QTD-COTIT)  00024457
                     MOVE FD-TIT-REGRA TO WRK-COT-REGRA (WRK-QTD-COTIT) 00024460
                  ELSE                                                  00024462
                     DISPLAY ' TABELA DE COTITULARES ESGOTADA (3000)'   00024465
                  END-IF                                                00024468
               END-IF                                                   00024471
            ELSE                                                        00024474
               IF NOT WRK-FIM-TITULARES                                 00024477
                  DISPLAY ' TITULARES INDISPONIVEL (FS='                00024480
                          WRK-FS-TITULARES ') - EXTRATO SEM'            00024482
                          ' OS COTITULARES'                             00024485
                  MOVE 'S' TO WRK-SW-FIM-TIT                            00024488
               END-IF                                                   00024491
            END-IF.                                                     00024494
       1500-99-FIM.              EXIT.                                  00024497
      *-------------------------------------------------------------*   00024500
       2000-ATENDER-PEDIDO                      SECTION.                00024600
      *-------------------------------------------------------------*   00024700
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00039600
            WRITE FD-RELEXT FROM WRK-LINHA-TITULO.                      00039700
            WRITE FD-RELEXT FROM WRK-LINHA-CONTA.                       00039800
            MOVE 1 TO WRK-SUB-COTIT.                                    00039825
            PERFORM 2610-LISTAR-COTITULAR                               00039850
                    UNTIL WRK-SUB-COTIT GREATER WRK-QTD-COTIT.          00039875
            WRITE FD-RELEXT FROM WRK-LINHA-COLUNAS.                     00039900
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00040000
            MOVE ZEROES TO WRK-LINHAS-PAGINA.                           00040100
            ADD 1 TO WRK-QTD-PAGINAS.                                   00040200
                                                                        00040300
       2600-99-FIM.              EXIT.                                  00040400
      *-------------------------------------------------------------*   00040405
       2610-LISTAR-COTITULAR                    SECTION.                00040410
      *-------------------------------------------------------------*   00040415
            IF WRK-COT-CHAVE (WRK-SUB-COTIT) (1:4) EQUAL WRK-CTA-AGENCIA00040421
               AND WRK-COT-CHAVE (WRK-SUB-COTIT) (5:4) EQUAL            00040426
                   WRK-CTA-CONTA                                        00040431
               MOVE WRK-COT-NOME (WRK-SUB-COTIT)      TO WRK-COL-NOME   00040436
               MOVE WRK-COT-DOCUMENTO (WRK-SUB-COTIT)                   00040442
                    TO WRK-COL-DOCUMENTO                                00040447
               IF WRK-COT-REGRA (WRK-SUB-COTIT) EQUAL 'T'               00040452
                  MOVE 'TODOS   ' TO WRK-COL-REGRA                      00040457
               ELSE                                                     00040463
                  MOVE 'QUALQUER' TO WRK-COL-REGRA                      00040468
               END-IF                                                   00040473
               WRITE FD-RELEXT FROM WRK-LINHA-COTITULAR                 00040478
            END-IF.                                                     00040484
            ADD 1 TO WRK-SUB-COTIT.                                     00040489
       2610-99-FIM.              EXIT.                                  00040494
      *-------------------------------------------------------------*   00040500
       3000-FINALIZAR                           SECTION.                00040600
      *-------------------------------------------------------------*   00040700
             CLOSE CLIVSAM HISTVSAM TITULARES RELEXT.                   00040800
               PERFORM 4000-TESTARSTATUS.                               00040900
              DISPLAY ' ============================================'.  00041000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX34          '.  00041100
