000100*================================================================*
000200*        MESTRE DE COLOCACAO EM COBRANCA TERCEIRIZADA            *
000300*                                                                *
000400* UUGCOB   - ESTE BOOK CONTEM O REGISTRO DO MESTRE SEQUENCIAL    *
000500*            MANTIDO PELO UUGPB927 (NA ORDEM ORG + CONTA): A     *
000600*            ULTIMA COLOCACAO DE CADA CONTA REJEITADA PELO       *
000700*            UUGPB910 POR SALDO SUPERIOR AO LIMITE, COM O QUE A  *
000800*            AGENCIA JA RECUPEROU E A COMISSAO APURADA.          *
000900*                                                                *
001000* SITUACAO - A = COLOCADA (EM COBRANCA NA AGENCIA)               *
001100*            C = EM ACORDO (NAO E RECOLHIDA PELO PRAZO)          *
001200*            D = DEVOLVIDA PELA AGENCIA (INCOBRAVEL)             *
001300*            V = RECOLHIDA POR PRAZO VENCIDO                     *
001400*            R = RECOLHIDA POR RESOLUCAO NO HISTMST              *
001450*            F = RECOLHIDA POR SAIR DO REJEITO DO CICLO          *
001500*            Q = QUITADA (RECUPERADO >= SALDO COLOCADO)          *
001600* DATAS    - COLOCACAO E SAIDA: JULIANA AAAADDD                  *
001700*            ULTIMO RETORNO DA AGENCIA: AAAAMMDD                 *
001800* PRAZO    - E COMISSAO: OS DO CADASTRO NA DATA DA COLOCACAO     *
001820* ANTERIOR - AGENCIA, COLOCADO, RECUPERADO, COMISSAO, SAIDA E    *
001840*            PERCENTUAL DA COLOCACAO ANTERIOR (GUARDADOS QUANDO A*
001860*            CONTA E COLOCADA DE NOVO)                           *
001900*                                                                *
002000* TAMANHO  - 180                                                 *
002100*================================================================*
002200 01  COBMST-REGISTRO.
002300     03 COBMST-CHAVE.
002400        05 COBMST-ORG         PIC  9(003).
002500        05 COBMST-CONTA       PIC  X(019).
002600     03 COBMST-LOGO           PIC  9(003).
002700     03 COBMST-AGENCIA        PIC  9(003).
002800     03 COBMST-SITUACAO       PIC  X(001).
002900        88 COBMST-COLOCADA              VALUE 'A'.
003000        88 COBMST-EM-ACORDO             VALUE 'C'.
003100        88 COBMST-DEVOLVIDA             VALUE 'D'.
003200        88 COBMST-VENCIDA               VALUE 'V'.
003300        88 COBMST-RECOLHIDA             VALUE 'R'.
003350        88 COBMST-FORA-REJEITO          VALUE 'F'.
003400        88 COBMST-QUITADA               VALUE 'Q'.
003500        88 COBMST-NA-AGENCIA            VALUE 'A' 'C'.
003600     03 COBMST-DATA-COLOCACAO PIC  9(007).
003700     03 COBMST-PRAZO-DIAS     PIC  9(003).
003800     03 COBMST-DATA-SAIDA     PIC  9(007).
003900     03 COBMST-SALDO-COLOCADO PIC  9(011)V99.
004000     03 COBMST-SALDO-ATUAL    PIC  9(011)V99.
004100     03 COBMST-VALOR-RECUPERADO
004200                              PIC  9(011)V99.
004300     03 COBMST-VALOR-ACORDO   PIC  9(011)V99.
004400     03 COBMST-COMISSAO       PIC  9(011)V99.
004500     03 COBMST-PERC-COMISSAO  PIC  9(002)V99.
004600     03 COBMST-AGENCIA-ANTERIOR
004700                              PIC  9(003).
004800     03 COBMST-DATA-ULT-RETORNO
004900                              PIC  9(008).
004930     03 COBMST-RECUP-ANTERIOR PIC  9(011)V99.
004960     03 COBMST-COMIS-ANTERIOR PIC  9(011)V99.
004970     03 COBMST-COLOC-ANTERIOR PIC  9(011)V99.
004980     03 COBMST-SAIDA-ANTERIOR PIC  9(007).
004990     03 COBMST-PERC-ANTERIOR  PIC  9(002)V99.
005000     03 FILLER                PIC  X(004).
