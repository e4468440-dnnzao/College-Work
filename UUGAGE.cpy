000100*================================================================*
000200*         CADASTRO DE AGENCIAS DE COBRANCA TERCEIRIZADA          *
000300*                                                                *
000400* UUGAGE   - ESTE BOOK CONTEM O REGISTRO DO CADASTRO DE AGENCIAS *
000500*            LIDO PELO UUGPB927 (UM REGISTRO POR AGENCIA, NO     *
000600*            MAXIMO 8). SO A AGENCIA ATIVA RECEBE CONTAS NOVAS;  *
000700*            A INATIVA CONTINUA RECEBENDO OS RECOLHIMENTOS DAS   *
000800*            CONTAS QUE AINDA ESTAO COM ELA.                     *
000900*                                                                *
001000* SITUACAO - A = ATIVA / I = INATIVA                             *
001100* SAIDA    - 1 A 8: ARQUIVO DE COLOCACAO DA AGENCIA (ENVAG01 A   *
001200*            ENVAG08), UM POR AGENCIA                            *
001300* CARTEIRA - QUANTIDADE MAXIMA DE CONTAS COM A AGENCIA           *
001400*            (ZERO = SEM LIMITE)                                 *
001500* VALORES  - FAIXA DE SALDO ACEITA (MAXIMO ZERO = SEM LIMITE)    *
001600* PRAZO    - DIAS QUE A CONTA FICA COM A AGENCIA ATE O           *
001700*            RECOLHIMENTO (CONTA EM ACORDO NAO E RECOLHIDA)      *
001800* ORGS     - ORGS ATENDIDAS (999 = TODAS)                        *
001900*                                                                *
002000* TAMANHO  - 120                                                 *
002100*================================================================*
002200 01  AGEMST-REGISTRO.
002300     03 AGEMST-CODIGO         PIC  9(003).
002400     03 AGEMST-NOME           PIC  X(030).
002500     03 AGEMST-SITUACAO       PIC  X(001).
002600        88 AGEMST-ATIVA                 VALUE 'A'.
002700        88 AGEMST-INATIVA               VALUE 'I'.
002800     03 AGEMST-SAIDA          PIC  9(001).
002900     03 AGEMST-CARTEIRA-MAX   PIC  9(007).
003000     03 AGEMST-VALOR-MIN      PIC  9(011)V99.
003100     03 AGEMST-VALOR-MAX      PIC  9(011)V99.
003200     03 AGEMST-PERC-COMISSAO  PIC  9(002)V99.
003300     03 AGEMST-PRAZO-DIAS     PIC  9(003).
003400     03 AGEMST-QTDE-ORGS      PIC  9(002).
003500     03 AGEMST-ORGS.
003600        05 AGEMST-ORG-ATENDIDA
003700                              PIC  9(003) OCCURS 10 TIMES.
003800     03 FILLER                PIC  X(013).
