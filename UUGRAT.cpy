000100*================================================================*
000200*        RATING E PROVISAO POR CONTA (FOTOGRAFIA DA CARTEIRA)    *
000300*                                                                *
000400* UUGRAT   - ESTE BOOK CONTEM O REGISTRO GRAVADO PELO UUGPB917   *
000500*            PARA CADA CONTA CLASSIFICADA (TIPO D, NA ORDEM      *
000600*            ORG + CONTA) E, NO FINAL, UM TOTAL POR RATING       *
000700*            (TIPO T) COM OS MESMOS VALORES DO RELPDD.           *
000800*            A GERACAO DO FECHAMENTO DO MES E GUARDADA COMO      *
000900*            FOTOGRAFIA MENSAL DA CARTEIRA.                      *
001000*                                                                *
001100* DATA     - JULIANA AAAADDD DO AMCR (DATA DO PROCESSAMENTO)     *
001200*                                                                *
001300* TAMANHO  - 080                                                 *
001400*================================================================*
001500 01  RATCTA-REGISTRO.
001600     03 RATCTA-TIPO           PIC  X(001).
001700        88 RATCTA-E-DETALHE             VALUE 'D'.
001800        88 RATCTA-E-TOTAL               VALUE 'T'.
001900     03 RATCTA-DETALHE.
002000        05 RATCTA-CHAVE.
002100           07 RATCTA-ORG      PIC  9(003).
002200           07 RATCTA-CONTA    PIC  X(019).
002300        05 RATCTA-LOGO        PIC  9(003).
002400        05 RATCTA-CPF-CLIENTE PIC  X(011).
002500        05 RATCTA-DIAS-ATRASO PIC  9(005).
002600        05 RATCTA-RATING      PIC  X(002).
002700        05 RATCTA-SALDO       PIC  9(011)V99.
002800        05 RATCTA-PROVISAO    PIC  9(011)V99.
002900        05 RATCTA-DATA-JULIANA
003000                              PIC  9(007).
003100        05 FILLER             PIC  X(003).
003200     03 RATCTA-TOTAL REDEFINES RATCTA-DETALHE.
003300        05 RATCTA-T-RATING    PIC  X(002).
003400        05 RATCTA-T-QTDE      PIC  9(007).
003500        05 RATCTA-T-SALDO     PIC  9(013)V99.
003600        05 RATCTA-T-PROVISAO  PIC  9(013)V99.
003700        05 RATCTA-T-DATA-JULIANA
003800                              PIC  9(007).
003900        05 FILLER             PIC  X(033).
