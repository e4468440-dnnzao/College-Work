000100*================================================================*
000200*        ARQUIVO HISTORICO DE RETENCAO (LGPD) - ANONIMIZADO      *
000300*                                                                *
000400* UUGARQ   - ESTE BOOK CONTEM O REGISTRO DO ARQUIVO HISTORICO    *
000500*            GRAVADO PELO UUGPB925 PARA CADA REGISTRO DE CONTA   *
000600*            ENCERRADA CUJO PRAZO DE RETENCAO VENCEU E QUE SAIU  *
000700*            DO JORNAL HISTANT OU DAS PENDENCIAS. A IMAGEM       *
000800*            E GUARDADA COM O CPF JA SUBSTITUIDO PELO TOKEN      *
000900*            IRREVERSIVEL; ORG, LOGO, DATAS E VALORES SAO        *
001000*            MANTIDOS PARA ESTATISTICA.                          *
001100*                                                                *
001200* ORIGEM   - J = JORNAL DE IMAGENS ANTERIORES (HISTANT)          *
001300*            P = MESTRE DE PENDENCIAS DO UUGPB911                *
001400* IMAGEM   - J: LAYOUT DO HISTMST (080), COM NUMERO DA EXECUCAO  *
001500*               E OPERACAO DO JORNAL                             *
001600*            P: LAYOUT DO MESTRE DE PENDENCIAS (060)             *
001700* DATAS    - ARQUIVAMENTO E REFERENCIA (A QUE VENCEU O PRAZO)    *
001800*            NO FORMATO AAAAMMDD                                 *
001900*                                                                *
002000* TAMANHO  - 120                                                 *
002100*================================================================*
002200 01  HISARQ-REGISTRO.
002300     03 HISARQ-ORIGEM         PIC  X(001).
002400        88 HISARQ-DO-JORNAL             VALUE 'J'.
002500        88 HISARQ-DA-PENDENCIA          VALUE 'P'.
002600     03 HISARQ-DATA-ARQUIVAMENTO
002700                              PIC  9(008).
002800     03 HISARQ-DATA-REFERENCIA
002900                              PIC  9(008).
003000     03 HISARQ-NUM-EXECUCAO   PIC  9(005).
003100     03 HISARQ-OPERACAO       PIC  X(001).
003200     03 HISARQ-IMAGEM.
003300        05 HISARQ-IMG-CHAVE.
003400           07 HISARQ-IMG-ORG  PIC  9(003).
003500           07 HISARQ-IMG-CONTA
003600                              PIC  X(019).
003700        05 HISARQ-IMG-RESTO   PIC  X(058).
003800     03 FILLER                PIC  X(017).
