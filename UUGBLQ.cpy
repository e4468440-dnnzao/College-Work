000100*================================================================*
000200*        MESTRE DE BLOQUEIOS JUDICIAIS / EXCLUSOES MANUAIS       *
000300*                                                                *
000400* UUGBLQ   - ESTE BOOK CONTEM O REGISTRO DO MESTRE INDEXADO DE   *
000500*            CONTAS QUE NAO PODEM SER EXPURGADAS (PROCESSO      *
000600*            JUDICIAL, RECLAMACAO PROCON, OUVIDORIA, ETC.).      *
000700*            MANTIDO PELO UUGPB918 E CONSULTADO PELO UUGPB910    *
000800*            ANTES DA SELECAO DE CADA CONTA.                     *
000900*                                                                *
001000* CHAVE    - ORG + CONTA                                         *
001100*                                                                *
001200* DATAS    - AAAAMMDD. DATA FIM 99999999 = PRAZO INDETERMINADO.  *
001300*                                                                *
001400* TAMANHO  - 100                                                 *
001500*================================================================*
001600 01  BLQMST-REGISTRO.
001700     03 BLQMST-CHAVE.
001800        05 BLQMST-ORG         PIC  9(003).
001900        05 BLQMST-CONTA       PIC  X(019).
002000     03 BLQMST-COD-MOTIVO     PIC  X(002).
002100        88 BLQMST-MOT-JUDICIAL          VALUE 'JU'.
002200        88 BLQMST-MOT-PROCON            VALUE 'PC'.
002300        88 BLQMST-MOT-OUVIDORIA         VALUE 'OV'.
002400        88 BLQMST-MOT-JURIDICO          VALUE 'JR'.
002500        88 BLQMST-MOT-VALIDO            VALUE 'JU' 'PC' 'OV' 'JR'.
002600     03 BLQMST-AREA-SOLIC     PIC  X(010).
002700     03 BLQMST-DATA-INICIO    PIC  9(008).
002800     03 BLQMST-DATA-FIM       PIC  9(008).
002900        88 BLQMST-PRAZO-INDETERMINADO   VALUE 99999999.
003000     03 BLQMST-DATA-INCLUSAO  PIC  9(008).
003100     03 BLQMST-DATA-ALTERACAO PIC  9(008).
003200     03 BLQMST-USUARIO        PIC  X(008).
003300     03 FILLER                PIC  X(026).
