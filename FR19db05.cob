      *       TENTATIVA NO GRAVALOG COM SEVERIDADE A; SO ENTAO     *    00007898P
      *       DESISTE. CONTENCAO NOTURNA E NORMAL - MORRER NO      *    00007898Q
      *       PRIMEIRO -911 NAO E.                                 *    00007898R
      *       QUADRO DE VAGAS: NO SETOR QUE TEM POSICOES EM        *    
      *       IVAN.QUADRO (MANTIDA PELO FR19DB56), ADMISSAO,       *    
      *       TROCA DE SETOR/CARGO OU TRANSFERENCIA PARA POSICAO   *    
      *       CHEIA (OCUPADOS >= VAGAS) E RECUSADA, SALVO EXCECAO  *    
      *       APROVADA NO FR19DB41: COL 17 DO CARTAO DE CARGO = S  *    
      *       E O APROVADOR NAS COLS 18-25, CARIMBADO NA LIBERACAO.*    
      *-------------------------------------------------------------*   00007901
      *   BASE DE DADOS:                                            *   00008001
      *   TABELA.DB2..                                              *   00008101
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00008201
      *   IVAN.FUNC            I/O                 #BKFUNC----      *   00008301
      *   IVAN.QUADRO           I                  -----------      *   
      *-------------------------------------------------------------*   00008401
      *   MODULOS....:                             INCLUDE/BOOK     *   00008501
      *   GRAVCHKP -   CHECKPOINT/RESTART          #CHKP           *    00008511
       01 WRK-CARGO.                                                    
          05 FILLER              PIC X(10).                             
          05 WRK-CARGO-AC        PIC X(06).                             
          05 WRK-CARGO-EXCECAO   PIC X(01).                             
          05 WRK-CARGO-APROVADOR PIC X(08).                             
                                                                        
      *----CRITICA DO CARGO CONTRA A TABELA IVAN.CARGO---------------*  
       01 DB2-CARGO           PIC X(06).                                
       77 WRK-SW-CARGO        PIC X(01) VALUE 'S'.                      
           88 WRK-CARGO-VALIDO       VALUE 'S'.                         
           88 WRK-CARGO-INVALIDO     VALUE 'N'.                         
      *----QUADRO DE VAGAS POR SETOR + CARGO (IVAN.QUADRO)-----------*  
       77 WRK-ANT-CARGO       PIC X(06) VALUE SPACES.                   
       77 WRK-CONT-QUADRO     PIC S9(04) COMP.                          
       77 WRK-QDR-VAGAS       PIC S9(04) COMP.                          
       77 WRK-QDR-OCUPADOS    PIC S9(04) COMP.                          
       77 WRK-SW-QUADRO       PIC X(01) VALUE 'S'.                      
           88 WRK-QUADRO-LIVRE       VALUE 'S'.                         
           88 WRK-QUADRO-CHEIO       VALUE 'N'.                         
       77 WRK-QTD-QUADROCHEIO PIC 9(05) VALUE ZEROES.                   
       77 WRK-QTD-EXCQUADRO   PIC 9(05) VALUE ZEROES.                   
                                                                        00023205
       01 WRK-SALARIO.                                                  00023305
          05 FILLER              PIC X(10).                             00023405
            IF WRK-NULL-CARGO LESS ZERO                                 
               MOVE SPACES TO DB2-CARGO                                 
            END-IF                                                      
            MOVE DB2-CARGO TO WRK-ANT-CARGO                             
            IF WRK-CARGO-AC NOT EQUAL DB2-CARGO                         
                     AND WRK-CARGO-AC NOT EQUAL SPACES                  
              MOVE WRK-CARGO-AC TO DB2-CARGO                            
              PERFORM 2060-VALIDAR-EMAIL                                
              PERFORM 2070-VALIDAR-DATAADM                              
              PERFORM 2090-VERIFICAR-FAIXA                              
              IF DB2-SETOR EQUAL WRK-ANT-SETOR                          
                          AND DB2-CARGO EQUAL WRK-ANT-CARGO             
                 MOVE 'S' TO WRK-SW-QUADRO                              
              ELSE                                                      
                 PERFORM 2080-VERIFICAR-QUADRO                          
              END-IF                                                    
              IF WRK-SETOR-VALIDO AND WRK-CARGO-VALIDO                  
                          AND WRK-EMAIL-VALIDO                          
                          AND WRK-DATAADM-VALIDA                        
                          AND WRK-FAIXA-ACEITA                          
                          AND WRK-QUADRO-LIVRE                          
               IF WRK-MODO-NORMAL                                       00036100
                PERFORM 2100-UPDATES                                    00036114
                IF WRK-SQL-FALHOU                                       00036115
                DISPLAY ' DATAADM NAO E UMA DATA DE CALENDARIO VALIDA ' 00036749
                         WRK-DATAADM-AC                                 00036749
               END-IF                                                   00036749
               IF WRK-QUADRO-CHEIO                                      
                DISPLAY ' QUADRO CHEIO PARA SETOR/CARGO '               
                         DB2-SETOR ' ' DB2-CARGO ' ' DB2-ID             
               END-IF                                                   
              END-IF                                                    00036742
              WHEN 100                                                  00036750
               MOVE WRK-NOME-AC TO DB2-NOME                             00036760
               PERFORM 2060-VALIDAR-EMAIL                               
               PERFORM 2070-VALIDAR-DATAADM                             
               PERFORM 2090-VERIFICAR-FAIXA                             
               PERFORM 2080-VERIFICAR-QUADRO                            
               IF WRK-SETOR-VALIDO AND WRK-CARGO-VALIDO                 
                           AND WRK-EMAIL-VALIDO                         
                           AND WRK-DATAADM-VALIDA                       
                           AND WRK-FAIXA-ACEITA                         
                           AND WRK-QUADRO-LIVRE                         
                IF WRK-MODO-NORMAL                                      00036819
                 PERFORM 2200-INSERT-NOVO                               00036820
                 IF WRK-SQL-FALHOU                                      00036820A1
                 DISPLAY ' DATAADM NAO E UMA DATA DE CALENDARIO VALIDA '00036835
                          WRK-DATAADM-AC                                00036836
                END-IF                                                  00036837
                IF WRK-QUADRO-CHEIO                                     
                 DISPLAY ' QUADRO CHEIO PARA SETOR/CARGO '              
                          DB2-SETOR ' ' DB2-CARGO ' ' DB2-ID            
                END-IF                                                  
               END-IF                                                   00036828
              WHEN -181                                                 00036822
               DISPLAY 'DATA NO FORMATO ERRADO ' DB2-ID                 00036922
               END-IF                                                   00038052
            END-IF.                                                     00038053
       2070-99-FIM.              EXIT.                                  00038054
      *-------------------------------------------------------------*   
       2080-VERIFICAR-QUADRO                    SECTION.                
      *-------------------------------------------------------------*   
      *   SETOR SEM NENHUMA POSICAO EM IVAN.QUADRO NAO E           *    
      *   CONTROLADO. NO SETOR CONTROLADO, SETOR + CARGO SEM       *    
      *   POSICAO VALE ZERO VAGAS. POSICAO CHEIA SO PASSA COM A    *    
      *   EXCECAO APROVADA NO FR19DB41 (COL 17 = S E APROVADOR).   *    
      *-------------------------------------------------------------*   
            MOVE 'S' TO WRK-SW-QUADRO.                                  
            MOVE 0 TO WRK-CONT-QUADRO.                                  
            EXEC SQL                                                    
             SELECT COUNT(*) INTO :WRK-CONT-QUADRO                      
               FROM IVAN.QUADRO                                         
              WHERE SETOR = :DB2-SETOR                                  
            END-EXEC.                                                   
            IF SQLCODE NOT EQUAL 0                                      
               MOVE SQLCODE TO WRK-SQLCODE                              
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DO QUADRO '     
                       DB2-ID                                           
               MOVE 'N' TO WRK-SW-QUADRO                                
            ELSE                                                        
               IF WRK-CONT-QUADRO GREATER 0                             
                  PERFORM 2085-CONTAR-POSICAO                           
               END-IF                                                   
            END-IF.                                                     
       2080-99-FIM.              EXIT.                                  
      *-------------------------------------------------------------*   
       2085-CONTAR-POSICAO                      SECTION.                
      *-------------------------------------------------------------*   
            MOVE 0 TO WRK-QDR-VAGAS.                                    
            MOVE 0 TO WRK-QDR-OCUPADOS.                                 
            EXEC SQL                                                    
             SELECT VAGAS INTO :WRK-QDR-VAGAS                           
               FROM IVAN.QUADRO                                         
              WHERE SETOR = :DB2-SETOR                                  
                AND CARGO = :DB2-CARGO                                  
            END-EXEC.                                                   
            IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100                     
               EXEC SQL                                                 
                SELECT COUNT(*) INTO :WRK-QDR-OCUPADOS                  
                  FROM IVAN.FUNC                                        
                 WHERE SETOR  = :DB2-SETOR                              
                   AND CARGO  = :DB2-CARGO                              
                   AND STATUS = 'A'                                     
                   AND ID    <> :DB2-ID                                 
               END-EXEC                                                 
            END-IF.                                                     
            IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100            
               MOVE SQLCODE TO WRK-SQLCODE                              
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DO QUADRO '     
                       DB2-ID                                           
               MOVE 'N' TO WRK-SW-QUADRO                                
            ELSE                                                        
               IF WRK-QDR-OCUPADOS NOT LESS WRK-QDR-VAGAS               
                  IF WRK-CARGO-EXCECAO EQUAL 'S'                        
                     AND WRK-CARGO-APROVADOR NOT EQUAL SPACES           
                     ADD 1 TO WRK-QTD-EXCQUADRO                         
                     DISPLAY ' QUADRO CHEIO - EXCECAO APROVADA POR '    
                             WRK-CARGO-APROVADOR ' ' DB2-ID             
                  ELSE                                                  
                     MOVE 'N' TO WRK-SW-QUADRO                          
                     ADD 1 TO WRK-QTD-QUADROCHEIO                       
                  END-IF                                                
               END-IF                                                   
            END-IF.                                                     
       2085-99-FIM.              EXIT.                                  
      *-------------------------------------------------------------*   00038067A
       2090-VERIFICAR-FAIXA                     SECTION.                00038067B
      *-------------------------------------------------------------*   00038067C
      *-------------------------------------------------------------*   00042302B
            MOVE WRK-ID-AC TO DB2-ID.                                   00042302C
            EXEC SQL                                                    00042302D
             SELECT SETOR, CARGO                                        00042302E
               INTO :WRK-SETOR-ORIGEM,                                  
                    :DB2-CARGO :WRK-NULL-CARGO                          
               FROM IVAN.FUNC                                           00042302F
              WHERE ID = :DB2-ID                                        00042302G
            END-EXEC.                                                   00042302H
              MOVE WRK-SETOR-AC TO DB2-SETOR                            00042302K
              PERFORM 2050-VALIDAR-SETOR                                00042302L
              PERFORM 2070-VALIDAR-DATAADM                              00042302M
              IF WRK-NULL-CARGO LESS ZERO                               
                 MOVE SPACES TO DB2-CARGO                               
              END-IF                                                    
              IF WRK-SETOR-AC EQUAL WRK-SETOR-ORIGEM                    
                 MOVE 'S' TO WRK-SW-QUADRO                              
              ELSE                                                      
                 PERFORM 2080-VERIFICAR-QUADRO                          
              END-IF                                                    
              IF WRK-DATAADM-AC EQUAL SPACES                            00042302N
                 MOVE 'N' TO WRK-SW-DATAADM                             00042302O
              END-IF                                                    00042302P
              IF WRK-SETOR-VALIDO AND WRK-DATAADM-VALIDA                00042302Q
                          AND WRK-QUADRO-LIVRE                          
               IF WRK-SETOR-AC EQUAL WRK-SETOR-ORIGEM                   00042302R
                DISPLAY ' TRANSFERENCIA PARA O MESMO SETOR IGNORADA '   00042302S
                         DB2-ID                                         00042302T
                DISPLAY ' DATA DE VIGENCIA INVALIDA NA TRANSFERENCIA '  00042303I
                         WRK-DATAADM-AC                                 00042303J
               END-IF                                                   00042303K
               IF WRK-QUADRO-CHEIO                                      
                DISPLAY ' QUADRO CHEIO PARA SETOR/CARGO '               
                         DB2-SETOR ' ' DB2-CARGO ' ' DB2-ID             
               END-IF                                                   
              END-IF                                                    00042303L
             WHEN 100                                                   00042303M
               DISPLAY ' TRANSFERENCIA PARA ID INEXISTENTE ' DB2-ID     00042303N
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00042728
              DISPLAY ' TRANSFERENCIAS DE SETOR...' WRK-QTD-TRANSF.     00042730
              DISPLAY ' DESLIGAMENTOS EFETUADOS...' WRK-QTD-DESLIG.     00042731
              DISPLAY ' RECUSAS POR QUADRO CHEIO..' WRK-QTD-QUADROCHEIO.
              DISPLAY ' EXCECOES DE QUADRO........' WRK-QTD-EXCQUADRO.  
              IF WRK-QTD-TRANSF GREATER ZEROES                          00042740
                 DISPLAY ' LISTAGEM DAS TRANSFERENCIAS (ID/DE/PARA/'    00042750
                         'VIGENCIA):'                                   00042760
