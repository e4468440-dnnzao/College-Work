000100*================================================================*
000200*       MESTRE DE NEGATIVACAO NOS BUREAUS (SERASA / SPC)         *
000300*                                                                *
000400* UUGNEG   - ESTE BOOK CONTEM O REGISTRO DO MESTRE SEQUENCIAL    *
000500*            MANTIDO PELO UUGPB924 (UMA GERACAO POR BUREAU, NA   *
000600*            ORDEM ORG + CONTA): CADA CONTA NOTIFICADA PELA      *
000700*            CARTA DO NOTIFICA E O QUE JA FOI ENVIADO AO BUREAU. *
000800*            E A PARTIR DELE QUE NAO SE ENVIA INCLUSAO EM        *
000900*            DUPLICIDADE NEM EXCLUSAO DE CONTA NUNCA INCLUIDA.   *
001000*                                                                *
001100* BUREAU   - SE = SERASA / SP = SPC                              *
001200* SITUACAO - A = AVISADA (CARTA ENVIADA, AGUARDANDO O PRAZO)     *
001300*            I = INCLUSAO ENVIADA, AGUARDANDO RETORNO            *
001400*            L = LISTADA (INCLUSAO ACEITA PELO BUREAU)           *
001500*            R = INCLUSAO RECUSADA PELO BUREAU                   *
001600*            X = EXCLUSAO ENVIADA, AGUARDANDO RETORNO            *
001700* MOTIVO   - EXCLUSAO: R = RESOLVIDA / P = PAGAMENTO DE          *
001800*            RECUPERACAO / B = BLOQUEIO JUDICIAL (BLQMST)        *
001900*                                                                *
002000* DATAS    - AVISO, INCLUSAO E EXCLUSAO: JULIANA AAAADDD         *
002100*            DIVIDA: DATA DA PRIMEIRA SELECAO (DDMMAAAA)         *
002200*                                                                *
002300* TAMANHO  - 120                                                 *
002400*================================================================*
002500 01  NEGMST-REGISTRO.
002600     03 NEGMST-CHAVE.
002700        05 NEGMST-ORG         PIC  9(003).
002800        05 NEGMST-CONTA       PIC  X(019).
002900     03 NEGMST-BUREAU         PIC  X(002).
003000        88 NEGMST-SERASA                VALUE 'SE'.
003100        88 NEGMST-SPC                   VALUE 'SP'.
003200     03 NEGMST-LOGO           PIC  9(003).
003300     03 NEGMST-CPF-CLIENTE    PIC  X(011).
003400     03 NEGMST-NOME-CLIENTE   PIC  X(030).
003500     03 NEGMST-SITUACAO       PIC  X(001).
003600        88 NEGMST-AVISADA               VALUE 'A'.
003700        88 NEGMST-INCLUSAO-ENVIADA      VALUE 'I'.
003800        88 NEGMST-LISTADA               VALUE 'L'.
003900        88 NEGMST-RECUSADA              VALUE 'R'.
004000        88 NEGMST-EXCLUSAO-ENVIADA      VALUE 'X'.
004100        88 NEGMST-NO-BUREAU             VALUE 'I' 'L'.
004200     03 NEGMST-DATA-AVISO     PIC  9(007).
004300     03 NEGMST-DATA-INCLUSAO  PIC  9(007).
004400     03 NEGMST-DATA-EXCLUSAO  PIC  9(007).
004500     03 NEGMST-SALDO          PIC  9(011)V99.
004600     03 NEGMST-DATA-DIVIDA    PIC  9(008).
004700     03 NEGMST-COD-RETORNO    PIC  X(002).
004800     03 NEGMST-MOTIVO-EXCLUSAO
004900                              PIC  X(001).
005000        88 NEGMST-EXC-RESOLVIDA         VALUE 'R'.
005100        88 NEGMST-EXC-PAGAMENTO         VALUE 'P'.
005200        88 NEGMST-EXC-BLOQUEIO          VALUE 'B'.
005300     03 FILLER                PIC  X(006).
