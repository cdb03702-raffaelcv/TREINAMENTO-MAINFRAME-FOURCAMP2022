      *    PERIODO COBERTO E O DA RETENCAO DO MASTER (FR19EX08).    *   00001800
      *    CARTAO SYSIN: AGENCIA(4) + CONTA(4) DESEJADAS; ZEROS OU  *   00001900
      *    ESPACOS = EXTRATO DE TODAS AS CONTAS.                    *   00002000
      *    NA CONTA CONJUNTA O CABECALHO DE CADA PAGINA TRAZ, ABAIXO*   00002016
      *    DO TITULAR PRINCIPAL, UMA LINHA POR COTITULAR (NOME,     *   00002033
      *    CPF/CNPJ E REGRA DE ASSINATURA) DO CADASTRO TITULARES    *   00002050
      *    (FR19EX51). SEM O ARQUIVO O CABECALHO SAI SO COM O       *   00002066
      *    PRINCIPAL.                                               *   00002083
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    CLIENTES             I                  -----------      *   00002400
      *    HISTMOV              I                  -----------      *   00002500
      *    TITULARES            I                  -----------      *   00002550
      *    RELEXT               O                  -----------      *   00002600
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
            SELECT HISTMOV ASSIGN TO HISTMOV                            00004700
                 FILE STATUS IS WRK-FS-HISTMOV.                         00004800
                                                                        00004900
            SELECT TITULARES ASSIGN TO TITULARES                        00004933
                 FILE STATUS IS WRK-FS-TITULARES.                       00004966
            SELECT RELEXT ASSIGN TO RELEXT                              00005000
                 FILE STATUS IS WRK-FS-RELEXT.                          00005100
                                                                        00005200
       FD RELEXT                                                        00008400
           RECORDING MODE IS F.                                         00008500
       01 FD-RELEXT              PIC X(80).                             00008600
      *-------------------LRECL 80----------------------------------*   00008607
       FD TITULARES                                                     00008615
           RECORDING MODE IS F                                          00008623
           LABEL RECORD IS STANDARD                                     00008630
           BLOCK CONTAINS 0 RECORDS.                                    00008638
       01 FD-TITULARES.                                                 00008646
          05 FD-TIT-CHAVE        PIC X(08).                             00008653
          05 FD-TIT-PAPEL        PIC X(01).                             00008661
          05 FD-TIT-DOCUMENTO    PIC 9(14).                             00008669
          05 FD-TIT-NOME         PIC X(30).                             00008676
          05 FD-TIT-REGRA        PIC X(01).                             00008684
          05 FILLER              PIC X(26).                             00008692
                                                                        00008700
      *=============================================================*   00008800
       WORKING-STORAGE                             SECTION.             00008900
       77 WRK-FS-CLIENTES PIC 9(02).                                    00010100
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00010200
       77 WRK-FS-RELEXT   PIC 9(02).                                    00010300
       77 WRK-FS-TITULARES PIC 9(02).                                   00010350
                                                                        00010400
       01 FILLER          PIC X(64) VALUE                               00010500
           '-----------PARAMETRO SYSIN----------------------'.          00010600
       77 WRK-LINHAS-PAGINA   PIC 9(02) VALUE ZEROES.                   00013500
       77 WRK-MAX-LINHAS      PIC 9(02) VALUE 20.                       00013600
                                                                        00013700
      *----COTITULARES DAS CONTAS CONJUNTAS (CABECALHO DO EXTRATO)--*   00013708
       77 WRK-SW-FIM-TIT  PIC X(01) VALUE 'N'.                          00013716
           88 WRK-FIM-TITULARES     VALUE 'S'.                          00013725
       77 WRK-QTD-COTIT   PIC 9(04) VALUE ZEROES.                       00013733
       77 WRK-SUB-COTIT   PIC 9(04) VALUE ZEROES.                       00013741
       01 WRK-TAB-COTIT.                                                00013750
          05 WRK-COT-LINHA OCCURS 3000 TIMES.                           00013758
             10 WRK-COT-CHAVE      PIC X(08).                           00013766
             10 WRK-COT-DOCUMENTO  PIC 9(14).                           00013775
             10 WRK-COT-NOME       PIC X(30).                           00013783
             10 WRK-COT-REGRA      PIC X(01).                           00013791
       01 FILLER          PIC X(64) VALUE                               00013800
           '-----------LINHAS DO RELATORIO------------------'.          00013900
                                                                        00014000
          05 FILLER              PIC X(10) VALUE ' CLIENTE: '.          00015600
          05 WRK-CTA-NOME        PIC X(30).                             00015700
          05 FILLER              PIC X(15) VALUE SPACES.                00015800
       01 WRK-LINHA-COTITULAR.                                          00015811
          05 FILLER              PIC X(11) VALUE 'COTITULAR: '.         00015822
          05 WRK-COL-NOME        PIC X(30).                             00015833
          05 FILLER              PIC X(10) VALUE ' CPF/CNPJ '.          00015844
          05 WRK-COL-DOCUMENTO   PIC 9(14).                             00015855
          05 FILLER              PIC X(06) VALUE ' ASS: '.              00015866
          05 WRK-COL-REGRA       PIC X(08).                             00015877
          05 FILLER              PIC X(01) VALUE SPACE.                 00015888
                                                                        00015900
       01 WRK-LINHA-COLUNAS.                                            00016000
          05 FILLER              PIC X(10) VALUE 'DATA      '.          00016100
      *-------------------------------------------------------------*   00021400
       1000-INICIAR                             SECTION.                00021500
      *-------------------------------------------------------------*   00021600
             OPEN INPUT  CLIENTES HISTMOV TITULARES                     00021700
                  OUTPUT RELEXT.                                        00021800
                                                                        00021900
               PERFORM 4000-TESTARSTATUS.                               00022000
                                                                        00022100
               PERFORM 1500-CARREGAR-TITULARES                          00022133
                       UNTIL WRK-FIM-TITULARES.                         00022166
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00022200
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                      00022300
                                                                        00022400
                    END-IF                                              00027600
                 END-IF.                                                00027700
       1210-99-FIM.              EXIT.                                  00027800
      *-------------------------------------------------------------*   00027802
       1500-CARREGAR-TITULARES                  SECTION.                00027805
      *-------------------------------------------------------------*   00027808
      *   SO O COTITULAR (PAPEL S) INTERESSA: O PRINCIPAL JA E O    *   00027811
      *   CLIENTE DA LINHA DA CONTA. SEM O ARQUIVO O CABECALHO SAI  *   00027814
      *   SO COM O PRINCIPAL (COM AVISO).                           *   00027817
      *-------------------------------------------------------------*   00027820
            READ TITULARES                                              00027822
              AT END                                                    00027825
                MOVE 'S' TO WRK-SW-FIM-TIT                              00027828
            END-READ.                                                   00027831
            IF WRK-FS-TITULARES EQUAL 00                                00027834
               IF FD-TIT-PAPEL EQUAL 'S'                                00027837
                  AND FD-TITULARES (1:9) NOT EQUAL 'CABECALHO'          00027840
                  IF WRK-QTD-COTIT LESS 3000                            00027842
                     ADD 1 TO WRK-QTD-COTIT                             00027845
                     MOVE FD-TIT-CHAVE TO WRK-COT-CHAVE (WRK-QTD-COTIT) 00027848
                     MOVE FD-TIT-DOCUMENTO TO                           00027851
                          WRK-COT-DOCUMENTO (WRK-QTD-COTIT)             00027854
                     MOVE FD-TIT-NOME  TO WRK-COT-NOME (WRK-QTD-COTIT)  00027857
                     MOVE FD-TIT-REGRA TO WRK-COT-REGRA (WRK-QTD-COTIT) 00027860
                  ELSE                                                  00027862
                     DISPLAY ' TABELA DE COTITULARES ESGOTADA (3000)'   00027865
                  END-IF                                                00027868
               END-IF                                                   00027871
            ELSE                                                        00027874
               IF NOT WRK-FIM-TITULARES                                 00027877
                  DISPLAY ' TITULARES INDISPONIVEL (FS='                00027880
                          WRK-FS-TITULARES ') - EXTRATO SEM'            00027882
                          ' OS COTITULARES'                             00027885
                  MOVE 'S' TO WRK-SW-FIM-TIT                            00027888
               END-IF                                                   00027891
            END-IF.                                                     00027894
       1500-99-FIM.              EXIT.                                  00027897
      *-------------------------------------------------------------*   00027900
       2000-PROCESSAR                           SECTION.                00028000
      *-------------------------------------------------------------*   00028100
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00039900
            WRITE FD-RELEXT FROM WRK-LINHA-TITULO.                      00040000
            WRITE FD-RELEXT FROM WRK-LINHA-CONTA.                       00040100
            MOVE 1 TO WRK-SUB-COTIT.                                    00040125
            PERFORM 2610-LISTAR-COTITULAR                               00040150
                    UNTIL WRK-SUB-COTIT GREATER WRK-QTD-COTIT.          00040175
            WRITE FD-RELEXT FROM WRK-LINHA-COLUNAS.                     00040200
            WRITE FD-RELEXT FROM WRK-LINHA-TRACO.                       00040300
            MOVE ZEROES TO WRK-LINHAS-PAGINA.                           00040400
            ADD 1 TO WRK-QTD-PAGINAS.                                   00040500
                                                                        00040600
       2600-99-FIM.              EXIT.                                  00040700
      *-------------------------------------------------------------*   00040705
       2610-LISTAR-COTITULAR                    SECTION.                00040710
      *-------------------------------------------------------------*   00040715
            IF WRK-COT-CHAVE (WRK-SUB-COTIT) (1:4) EQUAL WRK-CTA-AGENCIA00040721
               AND WRK-COT-CHAVE (WRK-SUB-COTIT) (5:4) EQUAL            00040726
                   WRK-CTA-CONTA                                        00040731
               MOVE WRK-COT-NOME (WRK-SUB-COTIT)      TO WRK-COL-NOME   00040736
               MOVE WRK-COT-DOCUMENTO (WRK-SUB-COTIT)                   00040742
                    TO WRK-COL-DOCUMENTO                                00040747
               IF WRK-COT-REGRA (WRK-SUB-COTIT) EQUAL 'T'               00040752
                  MOVE 'TODOS   ' TO WRK-COL-REGRA                      00040757
               ELSE                                                     00040763
                  MOVE 'QUALQUER' TO WRK-COL-REGRA                      00040768
               END-IF                                                   00040773
               WRITE FD-RELEXT FROM WRK-LINHA-COTITULAR                 00040778
            END-IF.                                                     00040784
            ADD 1 TO WRK-SUB-COTIT.                                     00040789
       2610-99-FIM.              EXIT.                                  00040794
                                                                        00040800
      *-------------------------------------------------------------*   00040900
       3000-FINALIZAR                           SECTION.                00041000
      *-------------------------------------------------------------*   00041100
             CLOSE CLIENTES HISTMOV TITULARES RELEXT.                   00041200
               PERFORM 4000-TESTARSTATUS.                               00041300
              DISPLAY ' ============================================'.  00041400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX07          '.  00041500
