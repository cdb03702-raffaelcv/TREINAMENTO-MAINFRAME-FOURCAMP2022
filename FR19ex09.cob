      *    (CODIGO NAS POSICOES 1-8 DO CAMPO) PRECISA EXISTIR NO    *   00001600
      *    CADASTRO PROJMST E ESTAR ABERTO. APONTAMENTO LIMPO VAI   *   00001700
      *    PARA O                                                   *   00001800
      *    PROJOK (COM CABECALHO/RODAPE DE CONTROLE, PRONTO PARA A  *   00001900
      *    APROVACAO DO GESTOR NO FR19EX67, QUE LIBERA O APROVADO   *   00002000
      *    AO FR19EX02); REJEITADO VAI PARA O PROJREJ COM CODIGO DE *   00002100
      *    MOTIVO. SE O PERCENTUAL DE REJEICAO PASSAR DO LIMITE, O  *   00002200
      *    PROGRAMA ENCERRA COM RC=8 PARA QUE A JCL NAO LIBERE O    *   00002300
      *    PROJOK PARA A APROVACAO (COND NO STEP SEGUINTE).         *   00002350
      *    O RODAPE DO PROJ DE ENTRADA E CONFERIDO (QTD + TOTAL DE  *   00002400
      *    HORAS) COMO NOS DEMAIS CASADORES.                        *   00002500
      *    CARTAO SYSIN 1: MAXIMO DE HORAS POR PERIODO (9(03);      *   00002600
