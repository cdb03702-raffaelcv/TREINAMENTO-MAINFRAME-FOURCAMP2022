      *    O RELONB IMPRIME O CHECKLIST POR ADMITIDO: QUAL DECK     *   00002800
      *    RECEBEU O QUE (E O QUE FICOU DE FORA QUANDO O CAMPO      *   00002900
      *    VEIO EM BRANCO).                                         *   00003000
      *    EXCECAO DE QUADRO = 'S' NO REGISTRO MARCA A COL 17 DO    *   00003025
      *    CARTAO DE CARGO: A ADMISSAO EM POSICAO CHEIA DO QUADRO   *   00003050
      *    DE VAGAS FICA RETIDA NO FR19DB41 ATE A APROVACAO.        *   00003075
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003300
          05 FD-ADM-CONTA        PIC X(04).                             00009300
          05 FD-ADM-DOCUMENTO    PIC X(14).                             00009400
          05 FD-ADM-CURSO        PIC X(04).                             00009500
          05 FD-ADM-EXCECAO      PIC X(01).                             00009566
          05 FILLER              PIC X(08).                             00009633
                                                                        00009700
      *-------------------LRECL 80----------------------------------*   00009800
       FD DECKFUNC                                                      00009900
            WRITE FD-DECKFUNC FROM WRK-CARTAO.                          00028000
            MOVE SPACES TO WRK-CAR-CONTEUDO.                            00028100
            MOVE FD-ADM-CARGO TO WRK-CAR-CONTEUDO (1:6).                00028200
            IF FD-ADM-EXCECAO EQUAL 'S'                                 00028225
               MOVE 'S' TO WRK-CAR-CONTEUDO (7:1)                       00028250
            END-IF.                                                     00028275
            WRITE FD-DECKFUNC FROM WRK-CARTAO.                          00028300
                                                                        00028400
            MOVE 'DECKFUNC  ' TO WRK-ITM-DECK.                          00028500
            MOVE 'GRUPO DE CARTOES GERADO PARA O FR19DB05'              00028600
                 TO WRK-ITM-TEXTO.                                      00028700
            WRITE FD-RELONB FROM WRK-LINHA-ITEM.                        00028800
            IF FD-ADM-EXCECAO EQUAL 'S'                                 00028814
               MOVE 'DECKFUNC  ' TO WRK-ITM-DECK                        00028828
               MOVE 'EXCECAO DE QUADRO - APROVAR NO FR19DB41'           00028842
                    TO WRK-ITM-TEXTO                                    00028857
               WRITE FD-RELONB FROM WRK-LINHA-ITEM                      00028871
            END-IF.                                                     00028885
       2100-99-FIM.              EXIT.                                  00028900
      *-------------------------------------------------------------*   00029000
       2200-GERAR-DECK-BENEFICIOS               SECTION.                00029100
