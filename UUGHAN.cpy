000100*================================================================*
000200*      JORNAL DE IMAGENS ANTERIORES DO MESTRE DE HISTORICO       *
000300*                                                                *
000400* UUGHAN   - ESTE BOOK CONTEM O REGISTRO DO JORNAL GRAVADO PELO  *
000500*            UUGPB912 A CADA ALTERACAO DO HISTMST (UM REGISTRO   *
000600*            POR CONTA, NA ORDEM ORG + CONTA DO COTEJAMENTO) E   *
000700*            LIDO PELO ESTORNO DE CICLO (UUGPB920), QUE DEVOLVE  *
000800*            O MESTRE AO ESTADO ANTERIOR A EXECUCAO.             *
000900*                                                                *
001000* OPERACAO - I = CONTA INCLUIDA NO CICLO (IMAGEM GRAVADA)        *
001100*            A = CONTA REGRAVADA NO CICLO (IMAGEM ANTERIOR)      *
001200*            E = CONTA EXCLUIDA NO CICLO (IMAGEM ANTERIOR)       *
001300*                                                                *
001400* SITUACAO - BRANCO = ATIVO / E = JA ESTORNADO PELO UUGPB920     *
001500*                                                                *
001600* DATA     - DATA DO CICLO (DDMMAAAA, A MESMA DA SELECAO)        *
001700*                                                                *
001800* TAMANHO  - 100                                                 *
001900*================================================================*
002000 01  HISTANT-REGISTRO.
002100     03 HISTANT-NUM-EXECUCAO  PIC  9(005).
002200     03 HISTANT-DATA-CICLO    PIC  9(008).
002300     03 HISTANT-OPERACAO      PIC  X(001).
002400        88 HISTANT-OPER-INCLUSAO        VALUE 'I'.
002500        88 HISTANT-OPER-ALTERACAO       VALUE 'A'.
002600        88 HISTANT-OPER-EXCLUSAO        VALUE 'E'.
002700     03 HISTANT-SITUACAO      PIC  X(001).
002800        88 HISTANT-ATIVO                VALUE ' '.
002900        88 HISTANT-ESTORNADO            VALUE 'E'.
003000     03 HISTANT-IMAGEM.
003100        05 HISTANT-IMG-CHAVE.
003200           07 HISTANT-IMG-ORG PIC  9(003).
003300           07 HISTANT-IMG-CONTA
003400                              PIC  X(019).
003500        05 HISTANT-IMG-RESTO  PIC  X(058).
003600     03 FILLER                PIC  X(005).
