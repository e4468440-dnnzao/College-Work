000100*================================================================*
000200*     CLASSIFICACAO FISCAL DAS PERDAS (LEI 9.430/96 ART. 9)      *
000300*                                                                *
000400* UUGFIS   - ESTE BOOK CONTEM O REGISTRO DO EXTRATO TRIMESTRAL   *
000500*            GRAVADO PELO UUGPB923: UMA LINHA POR CONTA BAIXADA  *
000600*            NO TRIMESTRE E UMA POR CONTA DE TRIMESTRE ANTERIOR  *
000700*            AINDA PENDENTE DE DEDUCAO. O EXTRATO DE UM          *
000800*            TRIMESTRE E A ENTRADA (FISANT) DO TRIMESTRE         *
000900*            SEGUINTE.                                           *
001000*                                                                *
001100* PERIODO  - AAAAT (ANO E TRIMESTRE)                             *
001200* ORIGEM   - T = BAIXA DO TRIMESTRE / A = TRIMESTRE ANTERIOR     *
001300* FAIXA    - 1 = ATE R$ 15.000,00 VENCIDO HA MAIS DE 6 MESES     *
001400*            2 = ATE R$ 100.000,00 VENCIDO HA MAIS DE 1 ANO,     *
001500*                COM COBRANCA ADMINISTRATIVA                     *
001600*            3 = ACIMA DE R$ 100.000,00 VENCIDO HA MAIS DE 1     *
001700*                ANO, COM PROCEDIMENTO JUDICIAL                  *
001800* MOTIVO   - 00 = DEDUTIVEL                                      *
001900*            01 = PRAZO DE VENCIMENTO NAO ATINGIDO               *
002000*            02 = SEM COBRANCA ADMINISTRATIVA                    *
002100*            03 = SEM PROCEDIMENTO JUDICIAL                      *
002200* AJUSTE   - A = ADICAO NO LALUR / E = EXCLUSAO / BRANCO = NADA  *
002300*                                                                *
002400* DATAS    - SELECAO DDMMAAAA / VENCIMENTO JULIANA AAAADDD       *
002500*                                                                *
002600* TAMANHO  - 100                                                 *
002700*================================================================*
002800 01  FISEXT-REGISTRO.
002900     03 FISEXT-PERIODO        PIC  9(005).
003000     03 FISEXT-ORIGEM         PIC  X(001).
003100        88 FISEXT-DO-TRIMESTRE          VALUE 'T'.
003200        88 FISEXT-DE-ANTERIOR           VALUE 'A'.
003300     03 FISEXT-CHAVE.
003400        05 FISEXT-ORG         PIC  9(003).
003500        05 FISEXT-CONTA       PIC  X(019).
003600     03 FISEXT-LOGO           PIC  9(003).
003700     03 FISEXT-CPF-CLIENTE    PIC  X(011).
003800     03 FISEXT-DATA-SELECAO   PIC  9(008).
003900     03 FISEXT-DATA-VENCIMENTO
004000                              PIC  9(007).
004100     03 FISEXT-DIAS-ATRASO-SEL
004200                              PIC  9(005).
004300     03 FISEXT-DIAS-VENCIDO   PIC  9(005).
004400     03 FISEXT-SALDO          PIC  9(011)V99.
004500     03 FISEXT-FAIXA          PIC  9(001).
004600        88 FISEXT-FAIXA-ATE-15          VALUE 1.
004700        88 FISEXT-FAIXA-ATE-100         VALUE 2.
004800        88 FISEXT-FAIXA-ACIMA-100       VALUE 3.
004900     03 FISEXT-IND-COBRANCA   PIC  X(001).
005000     03 FISEXT-IND-JUDICIAL   PIC  X(001).
005100     03 FISEXT-IND-DEDUTIVEL  PIC  X(001).
005200        88 FISEXT-DEDUTIVEL             VALUE 'S'.
005300        88 FISEXT-NAO-DEDUTIVEL         VALUE 'N'.
005400     03 FISEXT-MOTIVO         PIC  X(002).
005500     03 FISEXT-AJUSTE-LALUR   PIC  X(001).
005600        88 FISEXT-ADICAO                VALUE 'A'.
005700        88 FISEXT-EXCLUSAO              VALUE 'E'.
005800     03 FISEXT-PERIODO-ADICAO PIC  9(005).
005900     03 FILLER                PIC  X(008).
