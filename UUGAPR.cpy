000100*================================================================*
000200*      PENDENCIAS DE APROVACAO DO EXPURGO (ALCADA POR ORG)       *
000300*                                                                *
000400* UUGAPR   - ESTE BOOK CONTEM O REGISTRO DO ARQUIVO DE ORGS      *
000500*            RETIDAS PARA APROVACAO. O UUGPB910 GRAVA AQUI, EM   *
000600*            VEZ DO CONTABIL/EXTRATO/SELHIST, TUDO O QUE FOI     *
000700*            SELECIONADO NUMA ORG CUJO TOTAL (OU QUANTIDADE DE   *
000800*            CONTAS) PASSOU DA ALCADA; O UUGPB926 LIBERA AS ORGS *
000900*            APROVADAS, DESCARTA AS RECUSADAS E MANTEM AS DEMAIS *
001000*            NO MESTRE DE PENDENCIAS (APRANT -> APRNOV).         *
001100*                                                                *
001200* CHAVE    - ORG + EXECUCAO (DATA JULIANA AAAADDD E HORA HHMMSS  *
001300*            DA EXECUCAO DO UUGPB910 QUE RETEVE A ORG)           *
001400* TIPO     - A = RESUMO DA ORG RETIDA (UM POR CHAVE)             *
001500*            C = LANCAMENTO DO CONTABIL (IMAGEM DE 080)          *
001600*            E = REGISTRO DO EXTRATO    (IMAGEM DE 046)          *
001700*            S = REGISTRO DO SELHIST    (IMAGEM DE 069)          *
001800* MOTIVO   - V = VALOR ACIMA DA ALCADA / Q = QUANTIDADE DE       *
001900*            CONTAS ACIMA DA ALCADA / A = AMBOS                  *
001910* SITUACAO - BRANCO = PENDENTE / L = LIBERADA / D = DESCARTADA   *
001920*            (SO NO MESTRE: A ORG DECIDIDA FICA NO APRNOV SO COM *
001930*            O RESUMO, PARA NAO SER CARREGADA E DECIDIDA DE NOVO)*
002000*                                                                *
002100* TAMANHO  - 120                                                 *
002200*================================================================*
002300 01  APRPEN-REGISTRO.
002400     03 APRPEN-CHAVE.
002500        05 APRPEN-ORG         PIC  9(003).
002600        05 APRPEN-EXECUCAO.
002700           07 APRPEN-DATA-EXEC
002800                              PIC  9(007).
002900           07 APRPEN-HORA-EXEC
003000                              PIC  9(006).
003100     03 APRPEN-TIPO           PIC  X(001).
003200        88 APRPEN-RESUMO                VALUE 'A'.
003300        88 APRPEN-CONTABIL              VALUE 'C'.
003400        88 APRPEN-EXTRATO               VALUE 'E'.
003500        88 APRPEN-SELHIST               VALUE 'S'.
003600     03 APRPEN-SOLICITANTE    PIC  X(008).
003700     03 APRPEN-IMAGEM         PIC  X(080).
003800     03 APRPEN-DADOS-RESUMO   REDEFINES APRPEN-IMAGEM.
003900        05 APRPEN-VALOR-TOTAL PIC  9(013)V99.
004000        05 APRPEN-QTDE-CONTAS PIC  9(007).
004100        05 APRPEN-LIMITE-VALOR
004200                              PIC  9(013)V99.
004300        05 APRPEN-LIMITE-QTDE PIC  9(007).
004400        05 APRPEN-MOTIVO      PIC  X(001).
004500           88 APRPEN-EXCEDE-VALOR       VALUE 'V'.
004600           88 APRPEN-EXCEDE-QTDE        VALUE 'Q'.
004700           88 APRPEN-EXCEDE-AMBOS       VALUE 'A'.
004710        05 APRPEN-SITUACAO    PIC  X(001).
004720           88 APRPEN-PENDENTE           VALUE ' '.
004730           88 APRPEN-LIBERADA           VALUE 'L'.
004740           88 APRPEN-DESCARTADA         VALUE 'D'.
004750        05 APRPEN-APROVADOR   PIC  X(008).
004760        05 APRPEN-DATA-DECISAO
004770                              PIC  9(007).
004800        05 FILLER             PIC  X(019).
004900     03 FILLER                PIC  X(015).
