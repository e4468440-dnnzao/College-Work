000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB924.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 08/05/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  INTERFACE DE NEGATIVACAO NOS BUREAUS DE CREDITO (SERASA/SPC), *
001100*  UMA EXECUCAO POR BUREAU (CODIGO E PRAZO DO AVISO NO PARM):    *
001200*  - REGISTRA NO MESTRE (UUGNEG) AS CONTAS DAS CARTAS DO         *
001300*    NOTIFICA DO CICLO, COM A DATA DO AVISO (CDC ART. 43);       *
001400*  - ENVIA INCLUSAO (INCNEG) DAS CONTAS AVISADAS HA PELO MENOS   *
001500*    N DIAS QUE CONTINUAM NO HISTMST E NAO ESTAO BLOQUEADAS NO   *
001600*    BLQMST;                                                     *
001700*  - ENVIA EXCLUSAO (EXCNEG) DAS CONTAS INCLUIDAS QUE O UUGPB912 *
001800*    DEU COMO RESOLVIDAS NA EXECUCAO CORRENTE (JORNAL HISTANT    *
001810*    FILTRADO PELO NUMERO DA EXECUCAO DO REGISTRO DE CONTROLE    *
001820*    DO HISTMST), QUE TIVERAM                                    *
001900*    PAGAMENTO DE RECUPERACAO (PAGREC DO UUGPB919) OU QUE        *
002000*    ENTRARAM EM BLOQUEIO JUDICIAL;                              *
002100*  - PROCESSA O RETORNO DO BUREAU (ACEITE / RECUSA) E IMPRIME AS *
002200*    INCLUSOES E EXCLUSOES RECUSADAS AGRUPADAS POR MOTIVO; A     *
002210*    EXCLUSAO RECUSADA VOLTA A CONTA PARA LISTADA, COM O MOTIVO  *
002220*    DA EXCLUSAO GUARDADO, E E REENVIADA NO CICLO SEGUINTE.      *
002300*  CONTA QUE NUNCA FOI INCLUIDA NAO GERA EXCLUSAO E CONTA JA     *
002400*  INCLUIDA NAO GERA NOVA INCLUSAO.                              *
002500*  QUEBRA: MOTIVO DA RECUSA                                      *
002600*  CLASSIFICACAO: ORG E CONTA (MESTRE E MOVIMENTOS)              *
002700*                 MOTIVO, ORG E CONTA (RELATORIO DE RECUSAS)     *
002800*  TOTALIZADORES: QUANTIDADE E SALDO POR MOTIVO DE RECUSA E      *
002900*                 CONTADORES DE AVISOS, INCLUSOES E EXCLUSOES.   *
003000*----------------------------------------------------------------*
003100*================================================================*
003200 ENVIRONMENT DIVISION.
003300*================================================================*
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
003600*----------------------------------------------------------------*
003700 INPUT-OUTPUT SECTION.
003800*----------------------------------------------------------------*
003900 FILE-CONTROL.
004000*----------------------------------------------------------------*
004100     SELECT PARM      ASSIGN      TO PARM
004200            FILE STATUS          IS FS-PARM.
004300*
004400     SELECT NOTNEG    ASSIGN      TO NOTNEG
004500            FILE STATUS          IS FS-NOTNEG.
004600*
004700     SELECT RESNEG    ASSIGN      TO RESNEG
004800            FILE STATUS          IS FS-RESNEG.
004900*
005000     SELECT PAGNEG    ASSIGN      TO PAGNEG
005100            FILE STATUS          IS FS-PAGNEG.
005200*
005300     SELECT NEGRET    ASSIGN      TO NEGRET
005400            FILE STATUS          IS FS-NEGRET.
005500*
005600     SELECT NEGTRN    ASSIGN      TO NEGTRN
005700            FILE STATUS          IS FS-NEGTRN.
005800*
005900     SELECT TRNSORT   ASSIGN      TO TRNSORT
006000            FILE STATUS          IS FS-TRNSORT.
006100*
006200     SELECT CLASSIF   ASSIGN      TO SORTWK01.
006300*
006400     SELECT CLASSI2   ASSIGN      TO SORTWK02.
006500*
006600     SELECT NEGANT    ASSIGN      TO NEGANT
006700            FILE STATUS          IS FS-NEGANT.
006800*
006900     SELECT NEGNOV    ASSIGN      TO NEGNOV
007000            FILE STATUS          IS FS-NEGNOV.
007100*
007200     SELECT HISTMST   ASSIGN      TO HISTMST
007300            ORGANIZATION         IS INDEXED
007400            ACCESS MODE          IS RANDOM
007500            RECORD KEY           IS HISTMST-CHAVE
007600            FILE STATUS          IS FS-HISTMST.
007700*
007800     SELECT BLQMST    ASSIGN      TO BLQMST
007900            ORGANIZATION         IS INDEXED
008000            ACCESS MODE          IS RANDOM
008100            RECORD KEY           IS BLQMST-CHAVE
008200            FILE STATUS          IS FS-BLQMST.
008300*
008400     SELECT INCNEG    ASSIGN      TO INCNEG
008500            FILE STATUS          IS FS-INCNEG.
008600*
008700     SELECT EXCNEG    ASSIGN      TO EXCNEG
008800            FILE STATUS          IS FS-EXCNEG.
008900*
009000     SELECT NEGREJ    ASSIGN      TO NEGREJ
009100            FILE STATUS          IS FS-NEGREJ.
009200*
009300     SELECT REJSORT   ASSIGN      TO REJSORT
009400            FILE STATUS          IS FS-REJSORT.
009500*
009600     SELECT RELNEG    ASSIGN      TO RELNEG
009700            FILE STATUS          IS FS-RELNEG.
009800*
009900     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
010000            FILE STATUS          IS FS-RUNJRNL.
010100*================================================================*
010200 DATA DIVISION.
010300*================================================================*
010400 FILE SECTION.
010500
010600 FD PARM
010700     RECORD CONTAINS 080 CHARACTERS
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORDING MODE F.
011000 01 PARM-REGISTRO.
011100    03 PARM-BUREAU           PIC  X(002).
011200    03 PARM-DIAS-AVISO       PIC  X(003).
011300    03 FILLER                PIC  X(075).
011400
011500 FD NOTNEG
011600     RECORD CONTAINS 400 CHARACTERS
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORDING MODE F.
011900 01 NOTNEG-REGISTRO.
012000    03 NOTNEG-ORG            PIC  9(003).
012100    03 NOTNEG-CPF            PIC  X(011).
012200    03 NOTNEG-NOME           PIC  X(030).
012300    03 NOTNEG-NOME-ORG       PIC  X(030).
012400    03 NOTNEG-TIPO-CARTA     PIC  X(002).
012500    03 NOTNEG-QTDE-CONTAS    PIC  9(002).
012600    03 NOTNEG-LISTA.
012700       05 NOTNEG-ITEM OCCURS 10 TIMES.
012800          07 NOTNEG-CONTA    PIC  X(019).
012900          07 NOTNEG-SALDO    PIC  9(011)V99.
013000    03 FILLER                PIC  X(002).
013100
013200 FD RESNEG
013300     RECORD CONTAINS 100 CHARACTERS
013400     BLOCK CONTAINS 0 RECORDS
013500     RECORDING MODE F.
013600     COPY UUGHAN.
013700
013800 FD PAGNEG
013900     RECORD CONTAINS 080 CHARACTERS
014000     BLOCK CONTAINS 0 RECORDS
014100     RECORDING MODE F.
014200 01 PAGNEG-REGISTRO.
014300    03 PAGNEG-ORG            PIC  9(003).
014400    03 PAGNEG-LOGO           PIC  9(003).
014500    03 PAGNEG-CONTA          PIC  X(019).
014600    03 PAGNEG-DATA-PAGTO     PIC  9(008).
014700    03 PAGNEG-VALOR-PAGTO    PIC  9(011)V99.
014800    03 FILLER                PIC  X(034).
014900
015000 FD NEGRET
015100     RECORD CONTAINS 120 CHARACTERS
015200     BLOCK CONTAINS 0 RECORDS
015300     RECORDING MODE F.
015400 01 NEGRET-REGISTRO.
015500    03 NEGRET-TIPO           PIC  X(001).
015600       88 NEGRET-E-DETALHE           VALUE 'D'.
015700    03 NEGRET-TIPO-MOV       PIC  X(001).
015800    03 NEGRET-BUREAU         PIC  X(002).
015900    03 NEGRET-ORG            PIC  9(003).
016000    03 NEGRET-CONTA          PIC  X(019).
016100    03 NEGRET-COD-RETORNO    PIC  X(002).
016200    03 NEGRET-DESCR-RETORNO  PIC  X(030).
016300    03 FILLER                PIC  X(062).
016400
016500 FD NEGTRN
016600     RECORD CONTAINS 100 CHARACTERS
016700     BLOCK CONTAINS 0 RECORDS
016800     RECORDING MODE F.
016900 01 NEGTRN-REGISTRO.
017000    03 NEGTRN-ORG            PIC  9(003).
017100    03 NEGTRN-CONTA          PIC  X(019).
017200    03 NEGTRN-TIPO           PIC  X(001).
017300    03 NEGTRN-TIPO-MOV       PIC  X(001).
017400    03 NEGTRN-CPF            PIC  X(011).
017500    03 NEGTRN-NOME           PIC  X(030).
017600    03 NEGTRN-COD-RETORNO    PIC  X(002).
017700    03 NEGTRN-DESCR-RETORNO  PIC  X(030).
017800    03 FILLER                PIC  X(003).
017900
018000 FD TRNSORT
018100     RECORD CONTAINS 100 CHARACTERS
018200     BLOCK CONTAINS 0 RECORDS
018300     RECORDING MODE F.
018400 01 TRNSORT-REGISTRO.
018500    03 TRNSORT-ORG           PIC  9(003).
018600    03 TRNSORT-CONTA         PIC  X(019).
018700    03 TRNSORT-TIPO          PIC  X(001).
018800       88 TRNSORT-RETORNO            VALUE '1'.
018900       88 TRNSORT-AVISO              VALUE '2'.
019000       88 TRNSORT-RESOLVIDA          VALUE '3'.
019100       88 TRNSORT-PAGAMENTO          VALUE '4'.
019200    03 TRNSORT-TIPO-MOV      PIC  X(001).
019300    03 TRNSORT-CPF           PIC  X(011).
019400    03 TRNSORT-NOME          PIC  X(030).
019500    03 TRNSORT-COD-RETORNO   PIC  X(002).
019600    03 TRNSORT-DESCR-RETORNO PIC  X(030).
019700    03 FILLER                PIC  X(003).
019800
019900 SD CLASSIF.
020000 01 CLASSIF-REGISTRO.
020100    03 CLASSIF-ORG           PIC  9(003).
020200    03 CLASSIF-CONTA         PIC  X(019).
020300    03 CLASSIF-TIPO          PIC  X(001).
020400    03 FILLER                PIC  X(077).
020500
020600 SD CLASSI2.
020700 01 CLASSI2-REGISTRO.
020800    03 CLASSI2-COD-RETORNO   PIC  X(002).
020900    03 CLASSI2-DESCR-RETORNO PIC  X(030).
021000    03 CLASSI2-ORG           PIC  9(003).
021100    03 CLASSI2-CONTA         PIC  X(019).
021200    03 FILLER                PIC  X(046).
021300
021400 FD NEGANT
021500     RECORD CONTAINS 120 CHARACTERS
021600     BLOCK CONTAINS 0 RECORDS
021700     RECORDING MODE F.
021800 01 NEGANT-REGISTRO.
021900    03 NEGANT-ORG            PIC  9(003).
022000    03 NEGANT-CONTA          PIC  X(019).
022100    03 NEGANT-BUREAU         PIC  X(002).
022200    03 FILLER                PIC  X(096).
022300
022400 FD NEGNOV
022500     RECORD CONTAINS 120 CHARACTERS
022600     BLOCK CONTAINS 0 RECORDS
022700     RECORDING MODE F.
022800     COPY UUGNEG.
022900
023000 FD HISTMST
023100     RECORD CONTAINS 080 CHARACTERS
023200     BLOCK CONTAINS 0 RECORDS.
023300 01 HISTMST-REGISTRO.
023400    03 HISTMST-CHAVE.
023500       05 HISTMST-ORG        PIC  9(003).
023600       05 HISTMST-CONTA      PIC  X(019).
023700    03 HISTMST-LOGO          PIC  9(003).
023800    03 HISTMST-CPF-CLIENTE   PIC  X(011).
023900    03 HISTMST-DATA-PRIM-SELECAO
024000                             PIC  9(008).
024100    03 HISTMST-DATA-ULT-SELECAO
024200                             PIC  9(008).
024300    03 HISTMST-SALDO-ULT-SELECAO
024400                             PIC  9(011)V99.
024500    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
024600    03 HISTMST-QTDE-CICLOS   PIC  9(003).
024700    03 FILLER                PIC  X(007).
024800
024900 FD BLQMST
025000     RECORD CONTAINS 100 CHARACTERS
025100     BLOCK CONTAINS 0 RECORDS.
025200     COPY UUGBLQ.
025300
025400 FD INCNEG
025500     RECORD CONTAINS 120 CHARACTERS
025600     BLOCK CONTAINS 0 RECORDS
025700     RECORDING MODE F.
025800 01 INCNEG-REGISTRO        PIC X(120).
025900
026000 FD EXCNEG
026100     RECORD CONTAINS 120 CHARACTERS
026200     BLOCK CONTAINS 0 RECORDS
026300     RECORDING MODE F.
026400 01 EXCNEG-REGISTRO        PIC X(120).
026500
026600 FD NEGREJ
026700     RECORD CONTAINS 100 CHARACTERS
026800     BLOCK CONTAINS 0 RECORDS
026900     RECORDING MODE F.
027000 01 NEGREJ-REGISTRO.
027100    03 NEGREJ-COD-RETORNO    PIC  X(002).
027200    03 NEGREJ-DESCR-RETORNO  PIC  X(030).
027300    03 NEGREJ-ORG            PIC  9(003).
027400    03 NEGREJ-CONTA          PIC  X(019).
027500    03 NEGREJ-CPF-CLIENTE    PIC  X(011).
027600    03 NEGREJ-SALDO          PIC  9(011)V99.
027700    03 NEGREJ-DATA-INCLUSAO  PIC  9(007).
027710    03 NEGREJ-TIPO-MOV       PIC  X(001).
027800    03 FILLER                PIC  X(014).
027900
028000 FD REJSORT
028100     RECORD CONTAINS 100 CHARACTERS
028200     BLOCK CONTAINS 0 RECORDS
028300     RECORDING MODE F.
028400 01 REJSORT-REGISTRO.
028500    03 REJSORT-COD-RETORNO   PIC  X(002).
028600    03 REJSORT-DESCR-RETORNO PIC  X(030).
028700    03 REJSORT-ORG           PIC  9(003).
028800    03 REJSORT-CONTA         PIC  X(019).
028900    03 REJSORT-CPF-CLIENTE   PIC  X(011).
029000    03 REJSORT-SALDO         PIC  9(011)V99.
029100    03 REJSORT-DATA-INCLUSAO PIC  9(007).
029110    03 REJSORT-TIPO-MOV      PIC  X(001).
029200    03 FILLER                PIC  X(014).
029300
029400 FD RELNEG
029500     RECORD CONTAINS 132 CHARACTERS
029600     BLOCK CONTAINS 0 RECORDS
029700     RECORDING MODE F.
029800 01 RELNEG-LINHA           PIC X(132).
029900
030000 FD RUNJRNL
030100     RECORD CONTAINS 080 CHARACTERS
030200     BLOCK CONTAINS 0 RECORDS
030300     RECORDING MODE F.
030400     COPY UUGJRN.
030500*----------------------------------------------------------------*
030600 WORKING-STORAGE SECTION.
030700*----------------------------------------------------------------*
030800* LINHAS DO RELATORIO DE MOVIMENTOS RECUSADOS PELO BUREAU
030900*----------------------------------------------------------------*
031000 01 CABECALHO.
031100    03 PRIMEIRA-LINHA.
031200       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
031300       05 FILLER              PIC X(010) VALUE SPACES.
031400       05 FILLER              PIC X(036) VALUE
031500          'FIDELITY PROCESSADORA E SERVI OS S/A'.
031600       05 FILLER              PIC X(028) VALUE SPACES.
031700       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
031800       05 WS-DATA-SISTEMA.
031900          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
032000          07 FILLER           PIC X(001) VALUE '/'.
032100          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
032200          07 FILLER           PIC X(001) VALUE '/'.
032300          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
032400       05 FILLER              PIC X(008) VALUE '    PAGE'.
032500       05 WS-PAG              PIC Z.ZZZ.ZZ9.
032600    03 SEGUNDA-LINHA.
032700       05 FILLER              PIC X(042) VALUE
032800          'NEGATIVACAO - MOVIMENTOS RECUSADOS BUREAU '.
032900       05 WS-CAB-BUREAU       PIC X(006) VALUE SPACES.
033000       05 FILLER              PIC X(002) VALUE SPACES.
033100       05 FILLER              PIC X(024) VALUE SPACES.
033200       05 FILLER              PIC X(046) VALUE
033300           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
033400    03 TERCEIRA-LINHA.
033500       05 FILLER              PIC X(132) VALUE SPACES.
033600    03 QUARTA-LINHA.
033700       05 FILLER              PIC X(005) VALUE 'MOT'.
033800       05 FILLER              PIC X(032) VALUE
033900          'DESCRICAO DO RETORNO'.
034000       05 FILLER              PIC X(005) VALUE 'ORG'.
034100       05 FILLER              PIC X(021) VALUE 'CONTA'.
034200       05 FILLER              PIC X(013) VALUE 'CPF'.
034300       05 FILLER              PIC X(019) VALUE
034400          '        SALDO      '.
034500       05 FILLER              PIC X(011) VALUE 'DT INCLUSAO'.
034510       05 FILLER              PIC X(008) VALUE 'TIPO MOV'.
034600*
034700 01 RELNEG-CORPO.
034800    03 REL-COD-RETORNO        PIC X(002) VALUE SPACES.
034900    03 FILLER                 PIC X(003) VALUE SPACES.
035000    03 REL-DESCR-RETORNO      PIC X(030) VALUE SPACES.
035100    03 FILLER                 PIC X(002) VALUE SPACES.
035200    03 REL-ORG                PIC 9(003) VALUE ZEROS.
035300    03 FILLER                 PIC X(002) VALUE SPACES.
035400    03 REL-CONTA              PIC X(019) VALUE SPACES.
035500    03 FILLER                 PIC X(002) VALUE SPACES.
035600    03 REL-CPF                PIC X(011) VALUE SPACES.
035700    03 FILLER                 PIC X(002) VALUE SPACES.
035800    03 REL-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
035900    03 FILLER                 PIC X(002) VALUE SPACES.
036000    03 REL-DATA-INCLUSAO      PIC 9(007) VALUE ZEROS.
036010    03 FILLER                 PIC X(004) VALUE SPACES.
036020    03 REL-TIPO-MOV           PIC X(008) VALUE SPACES.
036100    03 FILLER                 PIC X(018) VALUE SPACES.
036200*
036300 01 RELNEG-TOTAL-MOTIVO.
036400    03 FILLER                 PIC X(016) VALUE
036500       'TOTAL DO MOTIVO '.
036600    03 TOT-COD-RETORNO        PIC X(002) VALUE SPACES.
036700    03 FILLER                 PIC X(003) VALUE ' - '.
036800    03 TOT-QTDE               PIC Z.ZZZ.ZZ9.
036900    03 FILLER                 PIC X(011) VALUE ' CONTAS    '.
037000    03 FILLER                 PIC X(022) VALUE SPACES.
037100    03 TOT-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
037200    03 FILLER                 PIC X(052) VALUE SPACES.
037300*
037400 01 IMPRESSAO.
037500    03 WS-IMPRIME-BUREAU.
037600       05 FILLER                  PIC X(028) VALUE
037700       'BUREAU....................: '.
037800       05 WS-TOT-BUREAU           PIC X(006).
037900    03 WS-IMPRIME-DIAS-AVISO.
038000       05 FILLER                  PIC X(028) VALUE
038100       'PRAZO DO AVISO (DIAS).....: '.
038200       05 WS-TOT-DIAS-AVISO       PIC ZZ9.
038300    03 WS-IMPRIME-MOVIMENTOS.
038400       05 FILLER                  PIC X(028) VALUE
038500       'MOVIMENTOS LIDOS..........: '.
038600       05 WS-TOT-MOVIMENTOS       PIC Z.ZZZ.ZZ9.
038700    03 WS-IMPRIME-AVISOS.
038800       05 FILLER                  PIC X(028) VALUE
038900       'AVISOS REGISTRADOS........: '.
039000       05 WS-TOT-AVISOS           PIC Z.ZZZ.ZZ9.
039100    03 WS-IMPRIME-INCLUSOES.
039200       05 FILLER                  PIC X(028) VALUE
039300       'INCLUSOES ENVIADAS........: '.
039400       05 WS-TOT-INCLUSOES        PIC Z.ZZZ.ZZ9.
039500    03 WS-IMPRIME-EXC-RESOLVIDA.
039600       05 FILLER                  PIC X(028) VALUE
039700       'EXCLUSOES POR RESOLUCAO...: '.
039800       05 WS-TOT-EXC-RESOLVIDA    PIC Z.ZZZ.ZZ9.
039900    03 WS-IMPRIME-EXC-PAGAMENTO.
040000       05 FILLER                  PIC X(028) VALUE
040100       'EXCLUSOES POR PAGAMENTO...: '.
040200       05 WS-TOT-EXC-PAGAMENTO    PIC Z.ZZZ.ZZ9.
040300    03 WS-IMPRIME-EXC-BLOQUEIO.
040400       05 FILLER                  PIC X(028) VALUE
040500       'EXCLUSOES POR BLOQUEIO....: '.
040600       05 WS-TOT-EXC-BLOQUEIO     PIC Z.ZZZ.ZZ9.
040700    03 WS-IMPRIME-RETIDAS.
040800       05 FILLER                  PIC X(028) VALUE
040900       'INCLUSOES RETIDAS BLOQUEIO: '.
041000       05 WS-TOT-RETIDAS          PIC Z.ZZZ.ZZ9.
041100    03 WS-IMPRIME-DESCARTADAS.
041200       05 FILLER                  PIC X(028) VALUE
041300       'AVISOS ENCERRADOS S/ INCL.: '.
041400       05 WS-TOT-DESCARTADAS      PIC Z.ZZZ.ZZ9.
041500    03 WS-IMPRIME-CONFIRMADAS.
041600       05 FILLER                  PIC X(028) VALUE
041700       'INCLUSOES ACEITAS.........: '.
041800       05 WS-TOT-CONFIRMADAS      PIC Z.ZZZ.ZZ9.
041900    03 WS-IMPRIME-RECUSADAS.
042000       05 FILLER                  PIC X(028) VALUE
042100       'INCLUSOES RECUSADAS.......: '.
042200       05 WS-TOT-RECUSADAS        PIC Z.ZZZ.ZZ9.
042300    03 WS-IMPRIME-EXC-ACEITAS.
042400       05 FILLER                  PIC X(028) VALUE
042500       'EXCLUSOES ACEITAS.........: '.
042600       05 WS-TOT-EXC-ACEITAS      PIC Z.ZZZ.ZZ9.
042700    03 WS-IMPRIME-EXC-RECUSADAS.
042800       05 FILLER                  PIC X(028) VALUE
042900       'EXCLUSOES RECUSADAS.......: '.
043000       05 WS-TOT-EXC-RECUSADAS    PIC Z.ZZZ.ZZ9.
043100    03 WS-IMPRIME-RET-SEM-ENVIO.
043200       05 FILLER                  PIC X(028) VALUE
043300       'RETORNOS SEM ENVIO........: '.
043400       05 WS-TOT-RET-SEM-ENVIO    PIC Z.ZZZ.ZZ9.
043500    03 WS-IMPRIME-LISTADAS.
043600       05 FILLER                  PIC X(028) VALUE
043700       'CONTAS NO BUREAU (MESTRE).: '.
043800       05 WS-TOT-LISTADAS         PIC Z.ZZZ.ZZ9.
043900    03 WS-IMPRIME-MESTRE.
044000       05 FILLER                  PIC X(028) VALUE
044100       'REGISTROS NO MESTRE NOVO..: '.
044200       05 WS-TOT-MESTRE           PIC Z.ZZZ.ZZ9.
044300    03 WS-IMPRIME-RES-RETORNO.
044400       05 FILLER                  PIC X(028) VALUE
044500       'CODIGO DE RETORNO.........: '.
044600       05 WS-RES-RETORNO          PIC 9(002).
044700*----------------------------------------------------------------*
044800* VARIAVEIS CONTROLE
044900*----------------------------------------------------------------*
045000 01 CONTROLADORES.
045100    03 FS-PARM                  PIC X(002) VALUE '00'.
045200    03 FS-NOTNEG                PIC X(002) VALUE '00'.
045300    03 FS-RESNEG                PIC X(002) VALUE '00'.
045400    03 FS-PAGNEG                PIC X(002) VALUE '00'.
045500    03 FS-NEGRET                PIC X(002) VALUE '00'.
045600    03 FS-NEGTRN                PIC X(002) VALUE '00'.
045700    03 FS-TRNSORT               PIC X(002) VALUE '00'.
045800    03 FS-NEGANT                PIC X(002) VALUE '00'.
045900    03 FS-NEGNOV                PIC X(002) VALUE '00'.
046000    03 FS-HISTMST               PIC X(002) VALUE '00'.
046100    03 FS-BLQMST                PIC X(002) VALUE '00'.
046200    03 FS-INCNEG                PIC X(002) VALUE '00'.
046300    03 FS-EXCNEG                PIC X(002) VALUE '00'.
046400    03 FS-NEGREJ                PIC X(002) VALUE '00'.
046500    03 FS-REJSORT               PIC X(002) VALUE '00'.
046600    03 FS-RELNEG                PIC X(002) VALUE '00'.
046700*
046800    03 WS-SEM-NEGANT            PIC X(001) VALUE 'N'.
046900       88 WS-NEGANT-AUSENTE           VALUE 'S'.
047000    03 WS-SEM-BLQMST            PIC X(001) VALUE 'N'.
047100       88 WS-BLQMST-AUSENTE           VALUE 'S'.
047200    03 WS-BUREAU                PIC X(002) VALUE SPACES.
047300       88 WS-BUREAU-VALIDO            VALUE 'SE' 'SP'.
047400    03 WS-DIAS-AVISO            PIC 9(003) VALUE ZEROS.
047500    03 WS-CHAVE-MESTRE.
047600       05 WS-CHAVE-MST-ORG      PIC 9(003) VALUE ZEROS.
047700       05 WS-CHAVE-MST-CONTA    PIC X(019) VALUE SPACES.
047800    03 WS-CHAVE-MOVIMENTO.
047900       05 WS-CHAVE-MOV-ORG      PIC 9(003) VALUE ZEROS.
048000       05 WS-CHAVE-MOV-CONTA    PIC X(019) VALUE SPACES.
048100    03 WS-CHAVE-MINIMA          PIC X(022) VALUE SPACES.
048200    03 WS-EXISTE-MESTRE         PIC X(001) VALUE 'N'.
048300       88 WS-CONTA-NO-MESTRE          VALUE 'S'.
048400    03 WS-IND-BAIXA             PIC X(001) VALUE 'N'.
048500       88 WS-DIVIDA-BAIXADA           VALUE 'S'.
048600    03 WS-MOTIVO-BAIXA          PIC X(001) VALUE SPACES.
048700    03 WS-IND-REMOVE            PIC X(001) VALUE 'N'.
048800       88 WS-REMOVE-DO-MESTRE         VALUE 'S'.
048900    03 WS-IND-BLOQUEIO          PIC X(001) VALUE 'N'.
049000       88 WS-CONTA-BLOQUEADA          VALUE 'S'.
049100    03 WS-IND-CTA               PIC 9(002) VALUE ZEROS.
049200    03 WS-COD-ANTERIOR          PIC X(002) VALUE SPACES.
049210    03 WS-EXECUCAO-CICLO        PIC 9(005) VALUE ZEROS.
049220    03 WS-IND-EXC-RECUSADA      PIC X(001) VALUE 'N'.
049230       88 WS-EXCLUSAO-RECUSADA        VALUE 'S'.
049300*
049400    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
049500    03 WS-DATA-JULIANA-R REDEFINES WS-DATA-JULIANA.
049600       05 WS-JUL-AAAA           PIC 9(004).
049700       05 WS-JUL-DDD            PIC 9(003).
049800    03 WS-DATA-AVISO            PIC 9(007) VALUE ZEROS.
049900    03 WS-DATA-AVISO-R REDEFINES WS-DATA-AVISO.
050000       05 WS-AVI-AAAA           PIC 9(004).
050100       05 WS-AVI-DDD            PIC 9(003).
050200    03 WS-DIAS-DECORRIDOS       PIC S9(007) VALUE ZEROS.
050210    03 WS-DIA-ABS-HOJE          PIC 9(007) VALUE ZEROS.
050220    03 WS-ANO-TRABALHO          PIC 9(004) VALUE ZEROS.
050230    03 WS-ANO-ANTERIOR          PIC 9(004) VALUE ZEROS.
050240    03 WS-QT-QUADRIENIOS        PIC 9(004) VALUE ZEROS.
050250    03 WS-QT-SECULOS            PIC 9(004) VALUE ZEROS.
050260    03 WS-QT-QUADRISSECULOS     PIC 9(004) VALUE ZEROS.
050270    03 WS-DIA-ANO-TRAB          PIC 9(003) VALUE ZEROS.
050280    03 WS-DIA-ABSOLUTO          PIC 9(007) VALUE ZEROS.
050300    03 WS-DATA-AMCR             PIC 9(008) VALUE ZEROS.
050400    03 WS-DATA-AMCR-R REDEFINES WS-DATA-AMCR.
050500       05 WS-AMCR-DD            PIC 9(002).
050600       05 WS-AMCR-MM            PIC 9(002).
050700       05 WS-AMCR-AAAA          PIC 9(004).
050800    03 WS-DATA-PROC-INV.
050900       05 WS-INV-AAAA           PIC 9(004) VALUE ZEROS.
051000       05 WS-INV-MM             PIC 9(002) VALUE ZEROS.
051100       05 WS-INV-DD             PIC 9(002) VALUE ZEROS.
051200    03 WS-DATA-PROC-AAAAMMDD REDEFINES WS-DATA-PROC-INV
051300                                PIC 9(008).
051400    03 WS-MOTIVO-RECUSA         PIC X(040) VALUE SPACES.
051500    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
051600*
051700 01 CONTADORES.
051800    03 WS-CONT-NEGTRN           PIC 9(007) VALUE ZEROS.
051900    03 WS-CONT-MOVIMENTOS       PIC 9(007) VALUE ZEROS.
052000    03 WS-CONT-NEGANT           PIC 9(007) VALUE ZEROS.
052100    03 WS-CONT-OUTRO-BUREAU     PIC 9(007) VALUE ZEROS.
052200    03 WS-CONT-AVISOS           PIC 9(007) VALUE ZEROS.
052300    03 WS-CONT-INCLUSOES        PIC 9(007) VALUE ZEROS.
052400    03 WS-CONT-EXC-RESOLVIDA    PIC 9(007) VALUE ZEROS.
052500    03 WS-CONT-EXC-PAGAMENTO    PIC 9(007) VALUE ZEROS.
052600    03 WS-CONT-EXC-BLOQUEIO     PIC 9(007) VALUE ZEROS.
052700    03 WS-CONT-EXCLUSOES        PIC 9(007) VALUE ZEROS.
052800    03 WS-CONT-RETIDAS          PIC 9(007) VALUE ZEROS.
052900    03 WS-CONT-DESCARTADAS      PIC 9(007) VALUE ZEROS.
053000    03 WS-CONT-CONFIRMADAS      PIC 9(007) VALUE ZEROS.
053100    03 WS-CONT-RECUSADAS        PIC 9(007) VALUE ZEROS.
053200    03 WS-CONT-EXC-ACEITAS      PIC 9(007) VALUE ZEROS.
053300    03 WS-CONT-EXC-RECUSADAS    PIC 9(007) VALUE ZEROS.
053400    03 WS-CONT-RET-SEM-ENVIO    PIC 9(007) VALUE ZEROS.
053500    03 WS-CONT-LISTADAS         PIC 9(007) VALUE ZEROS.
053600    03 WS-CONT-MESTRE           PIC 9(007) VALUE ZEROS.
053700    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
053800    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
053900    03 WS-QTDE-MOTIVO           PIC 9(007) VALUE ZEROS.
054000    03 WS-SALDO-MOTIVO          PIC 9(013)V99 VALUE ZEROS.
054100    03 WS-INC-HASH              PIC 9(015)V99 VALUE ZEROS.
054200    03 WS-EXC-HASH              PIC 9(015)V99 VALUE ZEROS.
054300*
054400*------REGISTROS DOS ARQUIVOS DE INCLUSAO E EXCLUSAO------------*
054500 01 NEGMOV-REGISTROS.
054600    03 NEGMOV-HEADER.
054700       05 FILLER                PIC X(001) VALUE 'H'.
054800       05 NEGMOV-H-BUREAU       PIC X(002) VALUE SPACES.
054900       05 NEGMOV-H-TIPO-ARQUIVO PIC X(001) VALUE SPACES.
055000       05 NEGMOV-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
055100       05 NEGMOV-H-TEXTO        PIC X(025) VALUE SPACES.
055200       05 FILLER                PIC X(084) VALUE SPACES.
055300    03 NEGMOV-DETALHE.
055400       05 FILLER                PIC X(001) VALUE 'D'.
055500       05 NEGMOV-D-TIPO-MOV     PIC X(001) VALUE SPACES.
055600       05 NEGMOV-D-BUREAU       PIC X(002) VALUE SPACES.
055700       05 NEGMOV-D-ORG          PIC 9(003) VALUE ZEROS.
055800       05 NEGMOV-D-CONTA        PIC X(019) VALUE SPACES.
055900       05 NEGMOV-D-LOGO         PIC 9(003) VALUE ZEROS.
056000       05 NEGMOV-D-CPF-CLIENTE  PIC X(011) VALUE SPACES.
056100       05 NEGMOV-D-NOME-CLIENTE PIC X(030) VALUE SPACES.
056200       05 NEGMOV-D-SALDO        PIC 9(011)V99 VALUE ZEROS.
056300       05 NEGMOV-D-DATA-DIVIDA  PIC 9(008) VALUE ZEROS.
056400       05 NEGMOV-D-MOTIVO-EXCLUSAO
056500                                PIC X(001) VALUE SPACES.
056600       05 NEGMOV-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
056700       05 FILLER                PIC X(021) VALUE SPACES.
056800    03 NEGMOV-TRAILER.
056900       05 FILLER                PIC X(001) VALUE 'T'.
057000       05 NEGMOV-T-QTDE         PIC 9(007) VALUE ZEROS.
057100       05 NEGMOV-T-HASH         PIC 9(015)V99 VALUE ZEROS.
057200       05 FILLER                PIC X(095) VALUE SPACES.
057300*----FIM REGISTROS DOS ARQUIVOS DE INCLUSAO E EXCLUSAO----------*
057400*----------------------------------------------------------------*
057500* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
057600*----------------------------------------------------------------*
057700 01 MONTADORES-DATA.
057800    03 WS-DATA-SYS.
057900       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
058000       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
058100       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
058200*----------------------------------------------------------------*
058300*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
058400*----------------------------------------------------------------*
058500*
058600     COPY AR00WS.
058700*
058800     COPY AMCRIO.
058900     COPY AMCRRL.
059000     COPY AMCRRB.
059100*
059200     COPY CCS302.
059300*
059400     COPY CCS301.
059500*
059600     COPY UUGJRNW.
059700*================================================================*
059800 PROCEDURE DIVISION.
059900*================================================================*
060000 ROTINA-PRINCIPAL.
060100     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
060200*
060300     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
060400*
060500     PERFORM CLASSIFICA-MOVIMENTOS
060600             THRU CLASSIFICA-MOVIMENTOS-FIM.
060700     PERFORM ABRIR-SAIDAS            THRU ABRIR-SAIDAS-FIM.
060800*
060900     PERFORM LER-TRNSORT             THRU LER-TRNSORT-FIM.
061000     PERFORM COTEJA                  THRU COTEJA-FIM
061100             UNTIL WS-CHAVE-MESTRE    = HIGH-VALUES
061200             AND   WS-CHAVE-MOVIMENTO = HIGH-VALUES.
061300*
061400     PERFORM GRAVA-TRAILERS          THRU GRAVA-TRAILERS-FIM.
061500     PERFORM IMPRIME-RECUSAS         THRU IMPRIME-RECUSAS-FIM.
061600     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
061700*
061800     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
061900*
062000     DISPLAY WS-IMPRIME-BUREAU.
062100     DISPLAY WS-IMPRIME-DIAS-AVISO.
062200     DISPLAY WS-IMPRIME-MOVIMENTOS.
062300     DISPLAY WS-IMPRIME-AVISOS.
062400     DISPLAY WS-IMPRIME-INCLUSOES.
062500     DISPLAY WS-IMPRIME-EXC-RESOLVIDA.
062600     DISPLAY WS-IMPRIME-EXC-PAGAMENTO.
062700     DISPLAY WS-IMPRIME-EXC-BLOQUEIO.
062800     DISPLAY WS-IMPRIME-RETIDAS.
062900     DISPLAY WS-IMPRIME-DESCARTADAS.
063000     DISPLAY WS-IMPRIME-CONFIRMADAS.
063100     DISPLAY WS-IMPRIME-RECUSADAS.
063200     DISPLAY WS-IMPRIME-EXC-ACEITAS.
063300     DISPLAY WS-IMPRIME-EXC-RECUSADAS.
063400     DISPLAY WS-IMPRIME-RET-SEM-ENVIO.
063500     DISPLAY WS-IMPRIME-LISTADAS.
063600     DISPLAY WS-IMPRIME-MESTRE.
063700     DISPLAY WS-IMPRIME-RES-RETORNO.
063800*
063900     MOVE 'UUGPB924'                 TO RUNJRN-WS-PROGRAMA.
064000     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-MOVIMENTOS
064100                               + WS-CONT-NEGANT.
064200     COMPUTE RUNJRN-WS-SAIDA   = WS-CONT-INCLUSOES
064300                               + WS-CONT-EXCLUSOES.
064400     MOVE WS-CONT-RECUSADAS          TO RUNJRN-WS-REJEITOS.
064500     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
064600     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
064700*
064800     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
064900*
065000     STOP RUN.
065100*
065200 ROTINA-PRINCIPAL-FIM.
065300*
065400*------------------ABERTURA DE ARQUIVOS
065500 ABRIR-ARQUIVOS.
065600*----DATA DE PROCESSAMENTO DO AMCR (DATA DO AVISO E DO ENVIO)-----
065700     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
065800     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
065900     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
066000     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
066100     MOVE ZEROS               TO AMCRIO-ORG.
066200     MOVE ZEROS               TO AMCRIO-LOGO.
066300     MOVE ZEROS               TO AMCRIO-REC-NBR.
066400     SET AMCRRB-READ-RANDOM          TO TRUE.
066500     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
066600     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
066700     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
066710     MOVE WS-JUL-AAAA                TO WS-ANO-TRABALHO.
066720     MOVE WS-JUL-DDD                 TO WS-DIA-ANO-TRAB.
066730     PERFORM CALCULA-DIA-ABSOLUTO
066740             THRU CALCULA-DIA-ABSOLUTO-FIM.
066750     MOVE WS-DIA-ABSOLUTO            TO WS-DIA-ABS-HOJE.
066800     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
066900     SET AMCRRB-CLOSE                TO TRUE.
067000     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
067100*----DATA AAAAMMDD PARA A VIGENCIA DOS BLOQUEIOS------------------
067200     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
067300     MOVE 1                   TO WS-DATE-FORMAT.
067400     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
067500     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
067600     MOVE WS-AMCR-AAAA        TO WS-INV-AAAA.
067700     MOVE WS-AMCR-MM          TO WS-INV-MM.
067800     MOVE WS-AMCR-DD          TO WS-INV-DD.
067900*
068000*----BUREAU (SE/SP) E PRAZO MINIMO DO AVISO EM DIAS DO PARM-------
068100     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
068200     OPEN INPUT PARM.
068300     IF FS-PARM = '00'
068400     ,  MOVE 'RDPM'                TO WS-ABEND-LOCATION
068500     ,  READ PARM
068600     ,  IF FS-PARM = '00'
068700     ,  ,  MOVE PARM-BUREAU        TO WS-BUREAU
068800     ,  ,  IF PARM-DIAS-AVISO NUMERIC
068900     ,  ,  ,  MOVE PARM-DIAS-AVISO TO WS-DIAS-AVISO
069000     ,  ,  END-IF
069100     ,  END-IF
069200     ,  CLOSE PARM
069300     END-IF.
069400     IF NOT WS-BUREAU-VALIDO
069500     OR WS-DIAS-AVISO = ZEROS
069600     ,  MOVE 'PARM SEM BUREAU (SE/SP) OU PRAZO DO AVISO'
069700     ,                             TO WS-MOTIVO-RECUSA
069800     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
069900     END-IF.
070000     IF WS-BUREAU = 'SE'
070100     ,  MOVE 'SERASA'              TO WS-CAB-BUREAU
070200     ELSE
070300     ,  MOVE 'SPC'                 TO WS-CAB-BUREAU
070400     END-IF.
070500*
070600*----MESTRE ANTERIOR: AUSENTE NA PRIMEIRA EXECUCAO DO BUREAU------
070700     MOVE 'OPNA'              TO WS-ABEND-LOCATION.
070800     OPEN INPUT NEGANT.
070900     IF FS-NEGANT = '35'
071000     ,  MOVE 'S'                   TO WS-SEM-NEGANT
071100     ELSE
071200     ,  IF FS-NEGANT NOT EQUAL '00'
071300     ,  ,  DISPLAY '**************************'
071400     ,  ,  DISPLAY '** OPEN ERROR NEGANT      **'
071500     ,  ,  DISPLAY '** STATUS = ' FS-NEGANT
071600     ,  ,  DISPLAY '**************************'
071700     ,  ,  MOVE 'ERRO OPEN NEGAN '   TO WS-ABENDMSG8
071800     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
071900     ,  END-IF
072000     END-IF.
072100     PERFORM LER-NEGANT       THRU LER-NEGANT-FIM.
072200     IF WS-CHAVE-MESTRE NOT = HIGH-VALUES
072300     AND NEGANT-BUREAU NOT = WS-BUREAU
072400     ,  MOVE 'NEGANT PERTENCE A OUTRO BUREAU'
072500     ,                             TO WS-MOTIVO-RECUSA
072600     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
072700     END-IF.
072800*
072900     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
073000     OPEN INPUT HISTMST.
073100     IF FS-HISTMST NOT EQUAL '00'
073200     ,  DISPLAY '**************************'
073300     ,  DISPLAY '** OPEN ERROR HISTMST    **'
073400     ,  DISPLAY '** STATUS = ' FS-HISTMST
073500     ,  DISPLAY '**************************'
073600     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
073700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
073800     END-IF.
073900*
074000     MOVE 'OPBM'              TO WS-ABEND-LOCATION.
074100     OPEN INPUT BLQMST.
074200     IF FS-BLQMST = '35'
074300     ,  MOVE 'S'                   TO WS-SEM-BLQMST
074400     ,  DISPLAY '** BLQMST NAO CARREGADO - SEM BLOQUEIOS **'
074500     ELSE
074600     ,  IF FS-BLQMST NOT EQUAL '00'
074700     ,  ,  DISPLAY '**************************'
074800     ,  ,  DISPLAY '** OPEN ERROR BLQMST      **'
074900     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
075000     ,  ,  DISPLAY '**************************'
075100     ,  ,  MOVE 'ERRO OPEN BLQM  '   TO WS-ABENDMSG8
075200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
075300     ,  END-IF
075400     END-IF.
075500 ABRIR-ARQUIVOS-FIM. EXIT.
075600*------------------FIM DA ABERTURA DOS ARQUIVOS
075606*----NUMERO DO DIA DESDE 01/01/0001 (ANO E DIA DO ANO), PARA-----*
075612*----CONTAR DIAS ENTRE DATAS DE ANOS DIFERENTES------------------*
075618 CALCULA-DIA-ABSOLUTO.
075624     COMPUTE WS-ANO-ANTERIOR = WS-ANO-TRABALHO - 1.
075630     DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-QT-QUADRIENIOS.
075636     DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QT-SECULOS.
075642     DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QT-QUADRISSECULOS.
075648     COMPUTE WS-DIA-ABSOLUTO = WS-ANO-ANTERIOR * 365
075654                             + WS-QT-QUADRIENIOS
075660                             - WS-QT-SECULOS
075666                             + WS-QT-QUADRISSECULOS
075672                             + WS-DIA-ANO-TRAB.
075678 CALCULA-DIA-ABSOLUTO-FIM. EXIT.
075684*
075700*--------RECUSA DO PROCESSAMENTO (NADA E GRAVADO)----------------*
075800 RECUSA-PROCESSAMENTO.
075900     DISPLAY '*************************'.
076000     DISPLAY '** NEGATIVACAO RECUSADA **'.
076100     DISPLAY '** BUREAU........: ' WS-BUREAU.
076200     DISPLAY '** MOTIVO........: ' WS-MOTIVO-RECUSA.
076300     DISPLAY '*************************'.
076400     MOVE 'UUGPB924'                TO RUNJRN-WS-PROGRAMA.
076500     MOVE ZEROS                     TO RUNJRN-WS-ENTRADA
076600                                       RUNJRN-WS-SAIDA
076700                                       RUNJRN-WS-REJEITOS.
076800     MOVE 12                        TO RUNJRN-WS-RETORNO.
076900     PERFORM GRAVA-RUN-JOURNAL      THRU GRAVA-RUN-JOURNAL-EXIT.
077000     MOVE 12                        TO RETURN-CODE.
077100     STOP RUN.
077200 RECUSA-PROCESSAMENTO-FIM. EXIT.
077300*--FIM RECUSA DO PROCESSAMENTO-----------------------------------*
077400*----MOVIMENTOS DO CICLO (RETORNO DO BUREAU, AVISOS, RESOLVIDAS--*
077500*----E PAGAMENTOS) GRAVADOS E CLASSIFICADOS POR ORG/CONTA/TIPO---*
077600 CLASSIFICA-MOVIMENTOS.
077700     MOVE 'OPMV'              TO WS-ABEND-LOCATION.
077800     OPEN INPUT NOTNEG RESNEG PAGNEG NEGRET.
077900     IF FS-NOTNEG NOT EQUAL '00'
078000     OR FS-RESNEG NOT EQUAL '00'
078100     OR FS-PAGNEG NOT EQUAL '00'
078200     OR FS-NEGRET NOT EQUAL '00'
078300     ,  DISPLAY '**************************'
078400     ,  DISPLAY '** OPEN ERROR MOVIMENTOS **'
078500     ,  DISPLAY '** NOTNEG = ' FS-NOTNEG ' RESNEG = ' FS-RESNEG
078600     ,  DISPLAY '** PAGNEG = ' FS-PAGNEG ' NEGRET = ' FS-NEGRET
078700     ,  DISPLAY '**************************'
078800     ,  MOVE 'ERRO OPEN MOVIM '   TO WS-ABENDMSG8
078900     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
079000     END-IF.
079100     MOVE 'OPNT'              TO WS-ABEND-LOCATION.
079200     OPEN OUTPUT NEGTRN.
079300     IF FS-NEGTRN NOT EQUAL '00'
079400     ,  DISPLAY '**************************'
079500     ,  DISPLAY '** OPEN ERROR NEGTRN     **'
079600     ,  DISPLAY '** STATUS = ' FS-NEGTRN
079700     ,  DISPLAY '**************************'
079800     ,  MOVE 'ERRO OPEN NEGTR '   TO WS-ABENDMSG8
079900     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
080000     END-IF.
080100*
080110*----EXECUCAO CORRENTE DO UUGPB912 (REGISTRO DE CONTROLE)--------*
080120     MOVE ZEROS                     TO HISTMST-ORG.
080130     MOVE SPACES                    TO HISTMST-CONTA.
080140     MOVE 'RDHC'                    TO WS-ABEND-LOCATION.
080150     READ HISTMST.
080160     IF FS-HISTMST NOT = '00'
080165     ,  DISPLAY '*************************'
080170     ,  DISPLAY '**  READ HISTMST CTRL  **'
080175     ,  DISPLAY '** STATUS = ' FS-HISTMST
080180     ,  DISPLAY '*************************'
080185     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
080190     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
080193     END-IF.
080196     MOVE HISTMST-NUM-EXECUCAO      TO WS-EXECUCAO-CICLO.
080198*
080200     PERFORM CARREGA-RETORNO    THRU CARREGA-RETORNO-FIM
080300             UNTIL FS-NEGRET = '10'.
080400     PERFORM CARREGA-AVISO      THRU CARREGA-AVISO-FIM
080500             UNTIL FS-NOTNEG = '10'.
080600     PERFORM CARREGA-RESOLVIDA  THRU CARREGA-RESOLVIDA-FIM
080700             UNTIL FS-RESNEG = '10'.
080800     PERFORM CARREGA-PAGAMENTO  THRU CARREGA-PAGAMENTO-FIM
080900             UNTIL FS-PAGNEG = '10'.
081000     CLOSE NOTNEG RESNEG PAGNEG NEGRET NEGTRN.
081100*
081200     MOVE 'SRT1'                     TO WS-ABEND-LOCATION.
081300     SORT CLASSIF ON ASCENDING KEY CLASSIF-ORG
081400                                   CLASSIF-CONTA
081500                                   CLASSIF-TIPO
081600          USING  NEGTRN
081700          GIVING TRNSORT.
081800*
081900     MOVE 'OPTS'              TO WS-ABEND-LOCATION.
082000     OPEN INPUT TRNSORT.
082100     IF FS-TRNSORT NOT EQUAL '00'
082200     ,  DISPLAY '**************************'
082300     ,  DISPLAY '** OPEN ERROR TRNSORT    **'
082400     ,  DISPLAY '** STATUS = ' FS-TRNSORT
082500     ,  DISPLAY '**************************'
082600     ,  MOVE 'ERRO OPEN TRNSO '   TO WS-ABENDMSG8
082700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
082800     END-IF.
082900 CLASSIFICA-MOVIMENTOS-FIM. EXIT.
083000*
083100*----RETORNO DO BUREAU: SO DETALHES DO BUREAU DESTA EXECUCAO-----*
083200 CARREGA-RETORNO.
083300     MOVE 'RDNR'                    TO WS-ABEND-LOCATION.
083400     READ NEGRET.
083500     IF FS-NEGRET NOT = ZEROS
083600     ,  IF FS-NEGRET NOT = 10
083700     ,  ,  DISPLAY '*************************'
083800     ,  ,  DISPLAY '**    READ NEGRET      **'
083900     ,  ,  DISPLAY '** STATUS = ' FS-NEGRET
084000     ,  ,  DISPLAY '*************************'
084100     ,  ,  MOVE 'ERRO READ NEGRE '  TO WS-ABENDMSG8
084200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
084300     ,  END-IF
084400     ,  GO                          TO CARREGA-RETORNO-FIM
084500     END-IF.
084600     IF NOT NEGRET-E-DETALHE
084700     ,  GO                          TO CARREGA-RETORNO-FIM
084800     END-IF.
084900     IF NEGRET-BUREAU NOT = WS-BUREAU
085000     ,  ADD 1                       TO WS-CONT-OUTRO-BUREAU
085100     ,  DISPLAY '** RETORNO DE OUTRO BUREAU: ' NEGRET-BUREAU
085200     ,          ' ORG ' NEGRET-ORG ' CONTA ' NEGRET-CONTA
085300     ,  IF WS-RETORNO-FINAL < 4
085400     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
085500     ,  END-IF
085600     ,  GO                          TO CARREGA-RETORNO-FIM
085700     END-IF.
085800     MOVE SPACES                    TO NEGTRN-REGISTRO.
085900     MOVE NEGRET-ORG                TO NEGTRN-ORG.
086000     MOVE NEGRET-CONTA              TO NEGTRN-CONTA.
086100     MOVE '1'                       TO NEGTRN-TIPO.
086200     MOVE NEGRET-TIPO-MOV           TO NEGTRN-TIPO-MOV.
086300     MOVE NEGRET-COD-RETORNO        TO NEGTRN-COD-RETORNO.
086400     MOVE NEGRET-DESCR-RETORNO      TO NEGTRN-DESCR-RETORNO.
086500     PERFORM GRAVA-NEGTRN           THRU GRAVA-NEGTRN-FIM.
086600 CARREGA-RETORNO-FIM. EXIT.
086700*
086800*----CARTA DE NOTIFICACAO: UM AVISO POR CONTA LISTADA------------*
086900 CARREGA-AVISO.
087000     MOVE 'RDNN'                    TO WS-ABEND-LOCATION.
087100     READ NOTNEG.
087200     IF FS-NOTNEG NOT = ZEROS
087300     ,  IF FS-NOTNEG NOT = 10
087400     ,  ,  DISPLAY '*************************'
087500     ,  ,  DISPLAY '**    READ NOTNEG      **'
087600     ,  ,  DISPLAY '** STATUS = ' FS-NOTNEG
087700     ,  ,  DISPLAY '*************************'
087800     ,  ,  MOVE 'ERRO READ NOTNE '  TO WS-ABENDMSG8
087900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
088000     ,  END-IF
088100     ,  GO                          TO CARREGA-AVISO-FIM
088200     END-IF.
088300     MOVE ZEROS                     TO WS-IND-CTA.
088400     PERFORM CARREGA-AVISO-CONTA    THRU CARREGA-AVISO-CONTA-FIM
088500             UNTIL WS-IND-CTA >= NOTNEG-QTDE-CONTAS
088600             OR    WS-IND-CTA >= 10.
088700 CARREGA-AVISO-FIM. EXIT.
088800 CARREGA-AVISO-CONTA.
088900     ADD 1                          TO WS-IND-CTA.
089000     MOVE SPACES                    TO NEGTRN-REGISTRO.
089100     MOVE NOTNEG-ORG                TO NEGTRN-ORG.
089200     MOVE NOTNEG-CONTA(WS-IND-CTA)  TO NEGTRN-CONTA.
089300     MOVE '2'                       TO NEGTRN-TIPO.
089400     MOVE NOTNEG-CPF                TO NEGTRN-CPF.
089500     MOVE NOTNEG-NOME               TO NEGTRN-NOME.
089600     PERFORM GRAVA-NEGTRN           THRU GRAVA-NEGTRN-FIM.
089700 CARREGA-AVISO-CONTA-FIM. EXIT.
089800*
089900*----JORNAL DO UUGPB912: CONTA EXCLUIDA DO HISTMST = RESOLVIDA---*
089910*----(SO AS EXCLUSOES GRAVADAS PELA EXECUCAO CORRENTE)-----------*
090000 CARREGA-RESOLVIDA.
090100     MOVE 'RDRN'                    TO WS-ABEND-LOCATION.
090200     READ RESNEG.
090300     IF FS-RESNEG NOT = ZEROS
090400     ,  IF FS-RESNEG NOT = 10
090500     ,  ,  DISPLAY '*************************'
090600     ,  ,  DISPLAY '**    READ RESNEG      **'
090700     ,  ,  DISPLAY '** STATUS = ' FS-RESNEG
090800     ,  ,  DISPLAY '*************************'
090900     ,  ,  MOVE 'ERRO READ RESNE '  TO WS-ABENDMSG8
091000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
091100     ,  END-IF
091200     ,  GO                          TO CARREGA-RESOLVIDA-FIM
091300     END-IF.
091400     IF NOT HISTANT-OPER-EXCLUSAO
091500     OR NOT HISTANT-ATIVO
091510     OR HISTANT-NUM-EXECUCAO NOT = WS-EXECUCAO-CICLO
091600     ,  GO                          TO CARREGA-RESOLVIDA-FIM
091700     END-IF.
091800     MOVE SPACES                    TO NEGTRN-REGISTRO.
091900     MOVE HISTANT-IMG-ORG           TO NEGTRN-ORG.
092000     MOVE HISTANT-IMG-CONTA         TO NEGTRN-CONTA.
092100     MOVE '3'                       TO NEGTRN-TIPO.
092200     PERFORM GRAVA-NEGTRN           THRU GRAVA-NEGTRN-FIM.
092300 CARREGA-RESOLVIDA-FIM. EXIT.
092400*
092500*----PAGAMENTO DE RECUPERACAO DE CREDITO BAIXADO-----------------*
092600 CARREGA-PAGAMENTO.
092700     MOVE 'RDPN'                    TO WS-ABEND-LOCATION.
092800     READ PAGNEG.
092900     IF FS-PAGNEG NOT = ZEROS
093000     ,  IF FS-PAGNEG NOT = 10
093100     ,  ,  DISPLAY '*************************'
093200     ,  ,  DISPLAY '**    READ PAGNEG      **'
093300     ,  ,  DISPLAY '** STATUS = ' FS-PAGNEG
093400     ,  ,  DISPLAY '*************************'
093500     ,  ,  MOVE 'ERRO READ PAGNE '  TO WS-ABENDMSG8
093600     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
093700     ,  END-IF
093800     ,  GO                          TO CARREGA-PAGAMENTO-FIM
093900     END-IF.
094000     MOVE SPACES                    TO NEGTRN-REGISTRO.
094100     MOVE PAGNEG-ORG                TO NEGTRN-ORG.
094200     MOVE PAGNEG-CONTA              TO NEGTRN-CONTA.
094300     MOVE '4'                       TO NEGTRN-TIPO.
094400     PERFORM GRAVA-NEGTRN           THRU GRAVA-NEGTRN-FIM.
094500 CARREGA-PAGAMENTO-FIM. EXIT.
094600*
094700 GRAVA-NEGTRN.
094800     MOVE 'GRNT'                    TO WS-ABEND-LOCATION.
094900     WRITE NEGTRN-REGISTRO.
095000     IF FS-NEGTRN NOT = '00'
095100     ,  DISPLAY '*************************'
095200     ,  DISPLAY '**   WRITE NEGTRN      **'
095300     ,  DISPLAY '** STATUS = ' FS-NEGTRN
095400     ,  DISPLAY '*************************'
095500     ,  MOVE 'ERRO WRIT NEGTR '     TO WS-ABENDMSG8
095600     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
095700     END-IF.
095800     ADD 1                          TO WS-CONT-NEGTRN.
095900 GRAVA-NEGTRN-FIM. EXIT.
096000*--FIM MOVIMENTOS DO CICLO---------------------------------------*
096100*------------------ABERTURA DAS SAIDAS
096200 ABRIR-SAIDAS.
096300     MOVE 'OPNN'              TO WS-ABEND-LOCATION.
096400     OPEN OUTPUT NEGNOV.
096500     IF FS-NEGNOV NOT EQUAL '00'
096600     ,  DISPLAY '**************************'
096700     ,  DISPLAY '** OPEN ERROR NEGNOV     **'
096800     ,  DISPLAY '** STATUS = ' FS-NEGNOV
096900     ,  DISPLAY '**************************'
097000     ,  MOVE 'ERRO OPEN NEGNO '   TO WS-ABENDMSG8
097100     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
097200     END-IF.
097300*
097400     MOVE 'OPIN'              TO WS-ABEND-LOCATION.
097500     OPEN OUTPUT INCNEG.
097600     IF FS-INCNEG NOT EQUAL '00'
097700     ,  DISPLAY '**************************'
097800     ,  DISPLAY '** OPEN ERROR INCNEG     **'
097900     ,  DISPLAY '** STATUS = ' FS-INCNEG
098000     ,  DISPLAY '**************************'
098100     ,  MOVE 'ERRO OPEN INCNE '   TO WS-ABENDMSG8
098200     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
098300     END-IF.
098400*
098500     MOVE 'OPEX'              TO WS-ABEND-LOCATION.
098600     OPEN OUTPUT EXCNEG.
098700     IF FS-EXCNEG NOT EQUAL '00'
098800     ,  DISPLAY '**************************'
098900     ,  DISPLAY '** OPEN ERROR EXCNEG     **'
099000     ,  DISPLAY '** STATUS = ' FS-EXCNEG
099100     ,  DISPLAY '**************************'
099200     ,  MOVE 'ERRO OPEN EXCNE '   TO WS-ABENDMSG8
099300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
099400     END-IF.
099500*
099600     MOVE 'OPRJ'              TO WS-ABEND-LOCATION.
099700     OPEN OUTPUT NEGREJ.
099800     IF FS-NEGREJ NOT EQUAL '00'
099900     ,  DISPLAY '**************************'
100000     ,  DISPLAY '** OPEN ERROR NEGREJ     **'
100100     ,  DISPLAY '** STATUS = ' FS-NEGREJ
100200     ,  DISPLAY '**************************'
100300     ,  MOVE 'ERRO OPEN NEGRE '   TO WS-ABENDMSG8
100400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
100500     END-IF.
100600*
100700     MOVE 'OPRN'              TO WS-ABEND-LOCATION.
100800     OPEN OUTPUT RELNEG.
100900     IF FS-RELNEG NOT EQUAL '00'
101000     ,  DISPLAY '**************************'
101100     ,  DISPLAY '** OPEN ERROR RELNEG     **'
101200     ,  DISPLAY '** STATUS = ' FS-RELNEG
101300     ,  DISPLAY '**************************'
101400     ,  MOVE 'ERRO OPEN RELNE '   TO WS-ABENDMSG8
101500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
101600     END-IF.
101700*
101800     MOVE 'GRHD'              TO WS-ABEND-LOCATION.
101900     MOVE WS-BUREAU           TO NEGMOV-H-BUREAU
102000                                 NEGMOV-D-BUREAU.
102100     MOVE WS-DATA-JULIANA     TO NEGMOV-H-DATA-JULIANA
102200                                 NEGMOV-D-DATA-JULIANA.
102300     MOVE 'I'                 TO NEGMOV-H-TIPO-ARQUIVO.
102400     MOVE ' NEGATIVACAO INCLUSAO   ' TO NEGMOV-H-TEXTO.
102500     WRITE INCNEG-REGISTRO  FROM NEGMOV-HEADER.
102510     IF FS-INCNEG NOT = '00'
102520     ,  DISPLAY '*************************'
102530     ,  DISPLAY '**   WRITE INCNEG      **'
102540     ,  DISPLAY '** STATUS = ' FS-INCNEG
102550     ,  DISPLAY '*************************'
102560     ,  MOVE 'ERRO WRIT INCNE '     TO WS-ABENDMSG8
102570     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
102580     END-IF.
102600     MOVE 'E'                 TO NEGMOV-H-TIPO-ARQUIVO.
102700     MOVE ' NEGATIVACAO EXCLUSAO   ' TO NEGMOV-H-TEXTO.
102800     WRITE EXCNEG-REGISTRO  FROM NEGMOV-HEADER.
102810     IF FS-EXCNEG NOT = '00'
102820     ,  DISPLAY '*************************'
102830     ,  DISPLAY '**   WRITE EXCNEG      **'
102840     ,  DISPLAY '** STATUS = ' FS-EXCNEG
102850     ,  DISPLAY '*************************'
102860     ,  MOVE 'ERRO WRIT EXCNE '     TO WS-ABENDMSG8
102870     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
102880     END-IF.
102900 ABRIR-SAIDAS-FIM. EXIT.
103000*------------------FIM DA ABERTURA DAS SAIDAS
103100*--------------LEITURA DO MESTRE ANTERIOR------------------------*
103200 LER-NEGANT.
103300     IF WS-NEGANT-AUSENTE
103400     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MESTRE
103500     ,  GO                          TO LER-NEGANT-FIM
103600     END-IF.
103700     MOVE 'RDNA'                    TO WS-ABEND-LOCATION.
103800     READ NEGANT.
103900     IF FS-NEGANT NOT = ZEROS
104000     ,  IF FS-NEGANT NOT = 10
104100     ,  ,  DISPLAY '*************************'
104200     ,  ,  DISPLAY '**    READ NEGANT      **'
104300     ,  ,  DISPLAY '** STATUS = ' FS-NEGANT
104400     ,  ,  DISPLAY '*************************'
104500     ,  ,  MOVE 'ERRO READ NEGAN '  TO WS-ABENDMSG8
104600     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
104700     ,  END-IF
104800     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MESTRE
104900     ,  GO                          TO LER-NEGANT-FIM
105000     END-IF.
105100     IF NEGANT-ORG   < WS-CHAVE-MST-ORG
105200     OR  NEGANT-ORG  = WS-CHAVE-MST-ORG
105300     AND NEGANT-CONTA NOT > WS-CHAVE-MST-CONTA
105400     AND WS-CONT-NEGANT > ZEROS
105500     ,  DISPLAY '*************************'
105600     ,  DISPLAY '** NEGANT FORA DE SEQUENCIA ORG/CONTA **'
105700     ,  DISPLAY '** ORG   ANTERIOR.: ' WS-CHAVE-MST-ORG
105800     ,  DISPLAY '** CONTA ANTERIOR.: ' WS-CHAVE-MST-CONTA
105900     ,  DISPLAY '** ORG   ATUAL....: ' NEGANT-ORG
106000     ,  DISPLAY '** CONTA ATUAL....: ' NEGANT-CONTA
106100     ,  DISPLAY '*************************'
106200     ,  MOVE 'NEGANT FORA SEQ '     TO WS-ABENDMSG8
106300     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
106400     END-IF.
106500     IF WS-CONT-NEGANT > ZEROS
106600     AND NEGANT-BUREAU NOT = WS-BUREAU
106700     ,  DISPLAY '*************************'
106800     ,  DISPLAY '** NEGANT COM REGISTRO DE OUTRO BUREAU **'
106900     ,  DISPLAY '** ORG ' NEGANT-ORG ' CONTA ' NEGANT-CONTA
107000     ,  DISPLAY '*************************'
107100     ,  MOVE 'NEGANT BUREAU   '     TO WS-ABENDMSG8
107200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
107300     END-IF.
107400     ADD 1                          TO WS-CONT-NEGANT.
107500     MOVE NEGANT-ORG                TO WS-CHAVE-MST-ORG.
107600     MOVE NEGANT-CONTA              TO WS-CHAVE-MST-CONTA.
107700 LER-NEGANT-FIM. EXIT.
107800*------------FIM LEITURA DO MESTRE ANTERIOR----------------------*
107900*--------------LEITURA DOS MOVIMENTOS CLASSIFICADOS--------------*
108000 LER-TRNSORT.
108100     MOVE 'RDTS'                    TO WS-ABEND-LOCATION.
108200     READ TRNSORT.
108300     IF FS-TRNSORT NOT = ZEROS
108400     ,  IF FS-TRNSORT NOT = 10
108500     ,  ,  DISPLAY '*************************'
108600     ,  ,  DISPLAY '**    READ TRNSORT     **'
108700     ,  ,  DISPLAY '** STATUS = ' FS-TRNSORT
108800     ,  ,  DISPLAY '*************************'
108900     ,  ,  MOVE 'ERRO READ TRNSO '  TO WS-ABENDMSG8
109000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
109100     ,  END-IF
109200     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MOVIMENTO
109300     ,  GO                          TO LER-TRNSORT-FIM
109400     END-IF.
109500     ADD 1                          TO WS-CONT-MOVIMENTOS.
109600     MOVE TRNSORT-ORG               TO WS-CHAVE-MOV-ORG.
109700     MOVE TRNSORT-CONTA             TO WS-CHAVE-MOV-CONTA.
109800 LER-TRNSORT-FIM. EXIT.
109900*------------FIM LEITURA DOS MOVIMENTOS CLASSIFICADOS------------*
110000*----COTEJAMENTO MESTRE ANTERIOR X MOVIMENTOS POR ORG/CONTA------*
110100 COTEJA.
110200     MOVE WS-CHAVE-MESTRE           TO WS-CHAVE-MINIMA.
110300     IF WS-CHAVE-MOVIMENTO < WS-CHAVE-MINIMA
110400     ,  MOVE WS-CHAVE-MOVIMENTO     TO WS-CHAVE-MINIMA
110500     END-IF.
110600     MOVE 'N'                       TO WS-IND-BAIXA
110700                                       WS-IND-REMOVE
110710                                       WS-IND-EXC-RECUSADA.
110800     MOVE SPACES                    TO WS-MOTIVO-BAIXA.
110900*
111000     IF WS-CHAVE-MESTRE = WS-CHAVE-MINIMA
111100     ,  MOVE NEGANT-REGISTRO        TO NEGMST-REGISTRO
111200     ,  MOVE 'S'                    TO WS-EXISTE-MESTRE
111300     ,  PERFORM LER-NEGANT          THRU LER-NEGANT-FIM
111400     ELSE
111500     ,  MOVE SPACES                 TO NEGMST-REGISTRO
111600     ,  MOVE 'N'                    TO WS-EXISTE-MESTRE
111700     END-IF.
111800*
111900     PERFORM APLICA-MOVIMENTO       THRU APLICA-MOVIMENTO-FIM
112000             UNTIL WS-CHAVE-MOVIMENTO NOT = WS-CHAVE-MINIMA.
112100*
112200     IF WS-CONTA-NO-MESTRE
112300     ,  PERFORM AVALIA-SITUACAO     THRU AVALIA-SITUACAO-FIM
112400     END-IF.
112500     IF WS-CONTA-NO-MESTRE
112600     AND NOT WS-REMOVE-DO-MESTRE
112700     ,  PERFORM GRAVA-NEGNOV        THRU GRAVA-NEGNOV-FIM
112800     END-IF.
112900 COTEJA-FIM. EXIT.
113000*-FIM COTEJAMENTO MESTRE ANTERIOR X MOVIMENTOS POR ORG/CONTA-----*
113100*----APLICA UM MOVIMENTO DA CONTA (NA ORDEM DO TIPO)-------------*
113200 APLICA-MOVIMENTO.
113300     IF TRNSORT-RETORNO
113400     ,  PERFORM TRATA-RETORNO       THRU TRATA-RETORNO-FIM
113500     ELSE
113600     ,  IF TRNSORT-AVISO
113700     ,  ,  PERFORM TRATA-AVISO      THRU TRATA-AVISO-FIM
113800     ,  ELSE
113900     ,  ,  MOVE 'S'                 TO WS-IND-BAIXA
114000     ,  ,  IF WS-MOTIVO-BAIXA = SPACES
114100     ,  ,  ,  IF TRNSORT-RESOLVIDA
114200     ,  ,  ,  ,  MOVE 'R'           TO WS-MOTIVO-BAIXA
114300     ,  ,  ,  ELSE
114400     ,  ,  ,  ,  MOVE 'P'           TO WS-MOTIVO-BAIXA
114500     ,  ,  ,  END-IF
114600     ,  ,  END-IF
114700     ,  END-IF
114800     END-IF.
114900     PERFORM LER-TRNSORT            THRU LER-TRNSORT-FIM.
115000 APLICA-MOVIMENTO-FIM. EXIT.
115100*
115200*----RETORNO DO BUREAU PARA INCLUSAO OU EXCLUSAO ENVIADA---------*
115300 TRATA-RETORNO.
115400     IF WS-CONTA-NO-MESTRE
115500     AND TRNSORT-TIPO-MOV = 'I'
115600     AND NEGMST-INCLUSAO-ENVIADA
115700     ,  IF TRNSORT-COD-RETORNO = '00'
115800     ,  ,  MOVE 'L'                 TO NEGMST-SITUACAO
115900     ,  ,  MOVE '00'                TO NEGMST-COD-RETORNO
116000     ,  ,  ADD 1                    TO WS-CONT-CONFIRMADAS
116100     ,  ELSE
116200     ,  ,  MOVE 'R'                 TO NEGMST-SITUACAO
116300     ,  ,  MOVE TRNSORT-COD-RETORNO TO NEGMST-COD-RETORNO
116400     ,  ,  ADD 1                    TO WS-CONT-RECUSADAS
116500     ,  ,  PERFORM GRAVA-RECUSA     THRU GRAVA-RECUSA-FIM
116600     ,  END-IF
116700     ,  GO                          TO TRATA-RETORNO-FIM
116800     END-IF.
116900     IF WS-CONTA-NO-MESTRE
117000     AND TRNSORT-TIPO-MOV = 'E'
117100     AND NEGMST-EXCLUSAO-ENVIADA
117200     ,  MOVE TRNSORT-COD-RETORNO    TO NEGMST-COD-RETORNO
117300     ,  IF TRNSORT-COD-RETORNO = '00'
117400     ,  ,  MOVE 'S'                 TO WS-IND-REMOVE
117500     ,  ,  ADD 1                    TO WS-CONT-EXC-ACEITAS
117600     ,  ELSE
117700     ,  ,  ADD 1                    TO WS-CONT-EXC-RECUSADAS
117710     ,  ,  MOVE 'L'                 TO NEGMST-SITUACAO
117720     ,  ,  MOVE 'S'                 TO WS-IND-EXC-RECUSADA
117730     ,  ,  PERFORM GRAVA-RECUSA     THRU GRAVA-RECUSA-FIM
117800     ,  ,  DISPLAY '** EXCLUSAO RECUSADA: ORG ' TRNSORT-ORG
117900     ,  ,          ' CONTA ' TRNSORT-CONTA
118000     ,  ,          ' MOTIVO ' TRNSORT-COD-RETORNO
118100     ,  ,  IF WS-RETORNO-FINAL < 4
118200     ,  ,  ,  MOVE 4                TO WS-RETORNO-FINAL
118300     ,  ,  END-IF
118400     ,  END-IF
118500     ,  GO                          TO TRATA-RETORNO-FIM
118600     END-IF.
118700*----RETORNO SEM ENVIO CORRESPONDENTE NO MESTRE------------------*
118800     ADD 1                          TO WS-CONT-RET-SEM-ENVIO.
118900     DISPLAY '** RETORNO SEM ENVIO: ' TRNSORT-TIPO-MOV
119000             ' ORG ' TRNSORT-ORG ' CONTA ' TRNSORT-CONTA.
119100     IF WS-RETORNO-FINAL < 4
119200     ,  MOVE 4                      TO WS-RETORNO-FINAL
119300     END-IF.
119400 TRATA-RETORNO-FIM. EXIT.
119500*
119600*----AVISO: REGISTRA A DATA DA CARTA SE A CONTA AINDA NAO ESTA---*
119700*----NO MESTRE (AVISO DE CONTA JA NO MESTRE E IGNORADO)----------*
119800 TRATA-AVISO.
119900     IF WS-CONTA-NO-MESTRE
120000     ,  GO                          TO TRATA-AVISO-FIM
120100     END-IF.
120200     MOVE SPACES                    TO NEGMST-REGISTRO.
120300     MOVE TRNSORT-ORG               TO NEGMST-ORG.
120400     MOVE TRNSORT-CONTA             TO NEGMST-CONTA.
120500     MOVE WS-BUREAU                 TO NEGMST-BUREAU.
120600     MOVE ZEROS                     TO NEGMST-LOGO
120700                                       NEGMST-DATA-INCLUSAO
120800                                       NEGMST-DATA-EXCLUSAO
120900                                       NEGMST-SALDO
121000                                       NEGMST-DATA-DIVIDA.
121100     MOVE TRNSORT-CPF               TO NEGMST-CPF-CLIENTE.
121200     MOVE TRNSORT-NOME              TO NEGMST-NOME-CLIENTE.
121300     MOVE 'A'                       TO NEGMST-SITUACAO.
121400     MOVE WS-DATA-JULIANA           TO NEGMST-DATA-AVISO.
121500     MOVE 'S'                       TO WS-EXISTE-MESTRE.
121600     ADD 1                          TO WS-CONT-AVISOS.
121700 TRATA-AVISO-FIM. EXIT.
121800*
121900*----SITUACAO DA CONTA APOS OS MOVIMENTOS DO CICLO---------------*
122000 AVALIA-SITUACAO.
122100     IF NEGMST-EXCLUSAO-ENVIADA
122200     OR WS-REMOVE-DO-MESTRE
122210     OR WS-EXCLUSAO-RECUSADA
122300     ,  GO                          TO AVALIA-SITUACAO-FIM
122400     END-IF.
122500*----DIVIDA RESOLVIDA OU PAGA: EXCLUI SE ESTA NO BUREAU, SENAO---*
122600*----APENAS ENCERRA O AVISO--------------------------------------*
122700     IF WS-DIVIDA-BAIXADA
122800     ,  IF NEGMST-NO-BUREAU
122900     ,  ,  MOVE WS-MOTIVO-BAIXA     TO NEGMST-MOTIVO-EXCLUSAO
123000     ,  ,  PERFORM GERA-EXCLUSAO    THRU GERA-EXCLUSAO-FIM
123100     ,  ELSE
123200     ,  ,  MOVE 'S'                 TO WS-IND-REMOVE
123300     ,  ,  ADD 1                    TO WS-CONT-DESCARTADAS
123400     ,  END-IF
123500     ,  GO                          TO AVALIA-SITUACAO-FIM
123600     END-IF.
123610*----EXCLUSAO RECUSADA EM CICLO ANTERIOR: REENVIA PELO MOTIVO----*
123620*----GUARDADO NO MESTRE (RESOLUCAO OU PAGAMENTO)-----------------*
123630     IF NEGMST-LISTADA
123640     ,  IF NEGMST-EXC-RESOLVIDA
123650     ,  OR NEGMST-EXC-PAGAMENTO
123660     ,  ,  PERFORM GERA-EXCLUSAO    THRU GERA-EXCLUSAO-FIM
123670     ,  ,  GO                       TO AVALIA-SITUACAO-FIM
123680     ,  END-IF
123690     END-IF.
123700*----CONTA NO BUREAU QUE ENTROU EM BLOQUEIO JUDICIAL-------------*
123800     IF NEGMST-NO-BUREAU
123900     ,  PERFORM CONSULTA-BLOQUEIO   THRU CONSULTA-BLOQUEIO-FIM
124000     ,  IF WS-CONTA-BLOQUEADA
124100     ,  ,  MOVE 'B'                 TO NEGMST-MOTIVO-EXCLUSAO
124200     ,  ,  PERFORM GERA-EXCLUSAO    THRU GERA-EXCLUSAO-FIM
124300     ,  END-IF
124400     ,  GO                          TO AVALIA-SITUACAO-FIM
124500     END-IF.
124600*----AVISADA: INCLUI QUANDO O PRAZO DO AVISO SE CUMPRIU----------*
124700     IF NOT NEGMST-AVISADA
124800     ,  GO                          TO AVALIA-SITUACAO-FIM
124900     END-IF.
125000     MOVE NEGMST-DATA-AVISO         TO WS-DATA-AVISO.
125100     MOVE WS-AVI-AAAA               TO WS-ANO-TRABALHO.
125200     MOVE WS-AVI-DDD                TO WS-DIA-ANO-TRAB.
125230     PERFORM CALCULA-DIA-ABSOLUTO   THRU CALCULA-DIA-ABSOLUTO-FIM.
125260     COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-ABS-HOJE
125300                                - WS-DIA-ABSOLUTO.
125400     IF WS-DIAS-DECORRIDOS < WS-DIAS-AVISO
125500     ,  GO                          TO AVALIA-SITUACAO-FIM
125600     END-IF.
125700     MOVE NEGMST-ORG                TO HISTMST-ORG.
125800     MOVE NEGMST-CONTA              TO HISTMST-CONTA.
125900     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
126000     READ HISTMST.
126100     IF FS-HISTMST = '23'
126200     ,  MOVE 'S'                    TO WS-IND-REMOVE
126300     ,  ADD 1                       TO WS-CONT-DESCARTADAS
126400     ,  GO                          TO AVALIA-SITUACAO-FIM
126500     END-IF.
126600     IF FS-HISTMST NOT = '00'
126700     ,  DISPLAY '*************************'
126800     ,  DISPLAY '**    READ HISTMST     **'
126900     ,  DISPLAY '** STATUS = ' FS-HISTMST
127000     ,  DISPLAY '*************************'
127100     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
127200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
127300     END-IF.
127400     PERFORM CONSULTA-BLOQUEIO      THRU CONSULTA-BLOQUEIO-FIM.
127500     IF WS-CONTA-BLOQUEADA
127600     ,  ADD 1                       TO WS-CONT-RETIDAS
127700     ,  GO                          TO AVALIA-SITUACAO-FIM
127800     END-IF.
127900     PERFORM GERA-INCLUSAO          THRU GERA-INCLUSAO-FIM.
128000 AVALIA-SITUACAO-FIM. EXIT.
128100*
128200*----CONSULTA DO MESTRE DE BLOQUEIOS JUDICIAIS (VIGENCIA)--------*
128300 CONSULTA-BLOQUEIO.
128400     MOVE 'N'                       TO WS-IND-BLOQUEIO.
128500     IF WS-BLQMST-AUSENTE
128600     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
128700     END-IF.
128800     MOVE NEGMST-ORG                TO BLQMST-ORG.
128900     MOVE NEGMST-CONTA              TO BLQMST-CONTA.
129000     MOVE 'RDBM'                    TO WS-ABEND-LOCATION.
129100     READ BLQMST.
129200     IF FS-BLQMST = '23'
129300     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
129400     END-IF.
129500     IF FS-BLQMST NOT = '00'
129600     ,  DISPLAY '*************************'
129700     ,  DISPLAY '**    READ BLQMST      **'
129800     ,  DISPLAY '** STATUS = ' FS-BLQMST
129900     ,  DISPLAY '*************************'
130000     ,  MOVE 'ERRO READ BLQM  '     TO WS-ABENDMSG8
130100     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
130200     END-IF.
130300     IF BLQMST-DATA-INICIO > WS-DATA-PROC-AAAAMMDD
130400     OR BLQMST-DATA-FIM    < WS-DATA-PROC-AAAAMMDD
130500     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
130600     END-IF.
130700     MOVE 'S'                       TO WS-IND-BLOQUEIO.
130800 CONSULTA-BLOQUEIO-FIM. EXIT.
130900*
131000*----INCLUSAO NO BUREAU COM OS DADOS ATUAIS DO HISTMST-----------*
131100 GERA-INCLUSAO.
131200     MOVE HISTMST-LOGO              TO NEGMST-LOGO.
131300     MOVE HISTMST-CPF-CLIENTE       TO NEGMST-CPF-CLIENTE.
131400     MOVE HISTMST-SALDO-ULT-SELECAO TO NEGMST-SALDO.
131500     MOVE HISTMST-DATA-PRIM-SELECAO TO NEGMST-DATA-DIVIDA.
131600     MOVE WS-DATA-JULIANA           TO NEGMST-DATA-INCLUSAO.
131700     MOVE 'I'                       TO NEGMST-SITUACAO.
131800     MOVE SPACES                    TO NEGMST-COD-RETORNO.
131900     MOVE 'I'                       TO NEGMOV-D-TIPO-MOV.
132000     PERFORM MONTA-NEGMOV-DETALHE   THRU MONTA-NEGMOV-DETALHE-FIM.
132100     MOVE 'GRIN'                    TO WS-ABEND-LOCATION.
132200     WRITE INCNEG-REGISTRO        FROM NEGMOV-DETALHE.
132300     IF FS-INCNEG NOT = '00'
132400     ,  DISPLAY '*************************'
132500     ,  DISPLAY '**   WRITE INCNEG      **'
132600     ,  DISPLAY '** STATUS = ' FS-INCNEG
132700     ,  DISPLAY '*************************'
132800     ,  MOVE 'ERRO WRIT INCNE '     TO WS-ABENDMSG8
132900     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
133000     END-IF.
133100     ADD 1                          TO WS-CONT-INCLUSOES.
133200     ADD NEGMST-SALDO               TO WS-INC-HASH.
133300 GERA-INCLUSAO-FIM. EXIT.
133400*
133500*----EXCLUSAO NO BUREAU (MOTIVO JA GRAVADO NO MESTRE)------------*
133600 GERA-EXCLUSAO.
133700     MOVE WS-DATA-JULIANA           TO NEGMST-DATA-EXCLUSAO.
133800     MOVE 'X'                       TO NEGMST-SITUACAO.
133900     MOVE SPACES                    TO NEGMST-COD-RETORNO.
134000     MOVE 'E'                       TO NEGMOV-D-TIPO-MOV.
134100     PERFORM MONTA-NEGMOV-DETALHE   THRU MONTA-NEGMOV-DETALHE-FIM.
134200     MOVE 'GREX'                    TO WS-ABEND-LOCATION.
134300     WRITE EXCNEG-REGISTRO        FROM NEGMOV-DETALHE.
134400     IF FS-EXCNEG NOT = '00'
134500     ,  DISPLAY '*************************'
134600     ,  DISPLAY '**   WRITE EXCNEG      **'
134700     ,  DISPLAY '** STATUS = ' FS-EXCNEG
134800     ,  DISPLAY '*************************'
134900     ,  MOVE 'ERRO WRIT EXCNE '     TO WS-ABENDMSG8
135000     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
135100     END-IF.
135200     ADD 1                          TO WS-CONT-EXCLUSOES.
135300     ADD NEGMST-SALDO               TO WS-EXC-HASH.
135400     IF NEGMST-EXC-RESOLVIDA
135500     ,  ADD 1                       TO WS-CONT-EXC-RESOLVIDA
135600     ELSE
135700     ,  IF NEGMST-EXC-PAGAMENTO
135800     ,  ,  ADD 1                    TO WS-CONT-EXC-PAGAMENTO
135900     ,  ELSE
136000     ,  ,  ADD 1                    TO WS-CONT-EXC-BLOQUEIO
136100     ,  END-IF
136200     END-IF.
136300 GERA-EXCLUSAO-FIM. EXIT.
136400*
136500 MONTA-NEGMOV-DETALHE.
136600     MOVE NEGMST-ORG                TO NEGMOV-D-ORG.
136700     MOVE NEGMST-CONTA              TO NEGMOV-D-CONTA.
136800     MOVE NEGMST-LOGO               TO NEGMOV-D-LOGO.
136900     MOVE NEGMST-CPF-CLIENTE        TO NEGMOV-D-CPF-CLIENTE.
137000     MOVE NEGMST-NOME-CLIENTE       TO NEGMOV-D-NOME-CLIENTE.
137100     MOVE NEGMST-SALDO              TO NEGMOV-D-SALDO.
137200     MOVE NEGMST-DATA-DIVIDA        TO NEGMOV-D-DATA-DIVIDA.
137300     MOVE NEGMST-MOTIVO-EXCLUSAO    TO NEGMOV-D-MOTIVO-EXCLUSAO.
137400 MONTA-NEGMOV-DETALHE-FIM. EXIT.
137500*
137600*----INCLUSAO OU EXCLUSAO RECUSADA: GUARDA PARA O RELATORIO------*
137700 GRAVA-RECUSA.
137800     MOVE TRNSORT-COD-RETORNO       TO NEGREJ-COD-RETORNO.
137900     MOVE TRNSORT-DESCR-RETORNO     TO NEGREJ-DESCR-RETORNO.
138000     MOVE NEGMST-ORG                TO NEGREJ-ORG.
138100     MOVE NEGMST-CONTA              TO NEGREJ-CONTA.
138200     MOVE NEGMST-CPF-CLIENTE        TO NEGREJ-CPF-CLIENTE.
138300     MOVE NEGMST-SALDO              TO NEGREJ-SALDO.
138400     MOVE NEGMST-DATA-INCLUSAO      TO NEGREJ-DATA-INCLUSAO.
138500     MOVE SPACES                    TO NEGREJ-REGISTRO(86:15).
138510     MOVE TRNSORT-TIPO-MOV          TO NEGREJ-TIPO-MOV.
138600     MOVE 'GRRJ'                    TO WS-ABEND-LOCATION.
138700     WRITE NEGREJ-REGISTRO.
138800     IF FS-NEGREJ NOT = '00'
138900     ,  DISPLAY '*************************'
139000     ,  DISPLAY '**   WRITE NEGREJ      **'
139100     ,  DISPLAY '** STATUS = ' FS-NEGREJ
139200     ,  DISPLAY '*************************'
139300     ,  MOVE 'ERRO WRIT NEGRE '     TO WS-ABENDMSG8
139400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
139500     END-IF.
139600 GRAVA-RECUSA-FIM. EXIT.
139700*
139800 GRAVA-NEGNOV.
139900     MOVE 'GRNN'                    TO WS-ABEND-LOCATION.
140000     WRITE NEGMST-REGISTRO.
140100     IF FS-NEGNOV NOT = '00'
140200     ,  DISPLAY '*************************'
140300     ,  DISPLAY '**   WRITE NEGNOV      **'
140400     ,  DISPLAY '** STATUS = ' FS-NEGNOV
140500     ,  DISPLAY '*************************'
140600     ,  MOVE 'ERRO WRIT NEGNO '     TO WS-ABENDMSG8
140700     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
140800     END-IF.
140900     ADD 1                          TO WS-CONT-MESTRE.
141000     IF NEGMST-NO-BUREAU
141100     OR NEGMST-EXCLUSAO-ENVIADA
141200     ,  ADD 1                       TO WS-CONT-LISTADAS
141300     END-IF.
141400 GRAVA-NEGNOV-FIM. EXIT.
141500*--------TRAILERS DOS ARQUIVOS DE INCLUSAO E EXCLUSAO------------*
141600 GRAVA-TRAILERS.
141700     MOVE 'GRTR'                    TO WS-ABEND-LOCATION.
141800     MOVE WS-CONT-INCLUSOES         TO NEGMOV-T-QTDE.
141900     MOVE WS-INC-HASH               TO NEGMOV-T-HASH.
142000     WRITE INCNEG-REGISTRO        FROM NEGMOV-TRAILER.
142010     IF FS-INCNEG NOT = '00'
142020     ,  DISPLAY '*************************'
142030     ,  DISPLAY '**   WRITE INCNEG      **'
142040     ,  DISPLAY '** STATUS = ' FS-INCNEG
142050     ,  DISPLAY '*************************'
142060     ,  MOVE 'ERRO WRIT INCNE '     TO WS-ABENDMSG8
142070     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
142080     END-IF.
142100     MOVE WS-CONT-EXCLUSOES         TO NEGMOV-T-QTDE.
142200     MOVE WS-EXC-HASH               TO NEGMOV-T-HASH.
142300     WRITE EXCNEG-REGISTRO        FROM NEGMOV-TRAILER.
142310     IF FS-EXCNEG NOT = '00'
142320     ,  DISPLAY '*************************'
142330     ,  DISPLAY '**   WRITE EXCNEG      **'
142340     ,  DISPLAY '** STATUS = ' FS-EXCNEG
142350     ,  DISPLAY '*************************'
142360     ,  MOVE 'ERRO WRIT EXCNE '     TO WS-ABENDMSG8
142370     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
142380     END-IF.
142400 GRAVA-TRAILERS-FIM. EXIT.
142500*--------RELATORIO DE MOVIMENTOS RECUSADOS POR MOTIVO------------*
142600 IMPRIME-RECUSAS.
142700     CLOSE NEGREJ.
142800     IF FS-NEGREJ NOT EQUAL '00'
142900        DISPLAY '##ERRO FECHAR ARQUIVO NEGREJ: ' FS-NEGREJ
143000        MOVE 'ERRO CLOSE NEGRE'   TO WS-ABENDMSG8
143100        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
143200     END-IF.
143300*
143400     MOVE 'SRT2'                     TO WS-ABEND-LOCATION.
143500     SORT CLASSI2 ON ASCENDING KEY CLASSI2-COD-RETORNO
143600                                   CLASSI2-ORG
143700                                   CLASSI2-CONTA
143800          USING  NEGREJ
143900          GIVING REJSORT.
144000*
144100     MOVE 'OPRS'              TO WS-ABEND-LOCATION.
144200     OPEN INPUT REJSORT.
144300     IF FS-REJSORT NOT EQUAL '00'
144400     ,  DISPLAY '**************************'
144500     ,  DISPLAY '** OPEN ERROR REJSORT    **'
144600     ,  DISPLAY '** STATUS = ' FS-REJSORT
144700     ,  DISPLAY '**************************'
144800     ,  MOVE 'ERRO OPEN REJSO '   TO WS-ABENDMSG8
144900     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
145000     END-IF.
145100     ADD 1                          TO WS-CONT-PAG.
145200     MOVE WS-CONT-PAG               TO WS-PAG.
145300     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
145400     PERFORM LER-REJSORT            THRU LER-REJSORT-FIM.
145500     IF FS-REJSORT = '10'
145600     ,  MOVE 'SEM RECUSAS NO RETORNO'
145700     ,                              TO REL-DESCR-RETORNO
145800     ,  MOVE SPACES                 TO REL-COD-RETORNO
145850     ,                                 REL-TIPO-MOV
145900     ,                                 REL-CONTA
146000     ,                                 REL-CPF
146100     ,  MOVE ZEROS                  TO REL-ORG
146200     ,                                 REL-SALDO
146300     ,                                 REL-DATA-INCLUSAO
146400     ,  WRITE RELNEG-LINHA        FROM RELNEG-CORPO
146500     END-IF.
146600     PERFORM IMPRIME-MOTIVO         THRU IMPRIME-MOTIVO-FIM
146700             UNTIL FS-REJSORT = '10'.
146800     CLOSE REJSORT.
146900 IMPRIME-RECUSAS-FIM. EXIT.
147000*
147100 LER-REJSORT.
147200     MOVE 'RDRS'                    TO WS-ABEND-LOCATION.
147300     READ REJSORT.
147400     IF FS-REJSORT NOT = ZEROS
147500     AND FS-REJSORT NOT = 10
147600     ,  DISPLAY '*************************'
147700     ,  DISPLAY '**    READ REJSORT     **'
147800     ,  DISPLAY '** STATUS = ' FS-REJSORT
147900     ,  DISPLAY '*************************'
148000     ,  MOVE 'ERRO READ REJSO '     TO WS-ABENDMSG8
148100     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
148200     END-IF.
148300 LER-REJSORT-FIM. EXIT.
148400*
148500*----UM MOTIVO DE RECUSA: CONTAS E TOTAL DO MOTIVO---------------*
148600 IMPRIME-MOTIVO.
148700     MOVE REJSORT-COD-RETORNO       TO WS-COD-ANTERIOR.
148800     MOVE ZEROS                     TO WS-QTDE-MOTIVO
148900                                       WS-SALDO-MOTIVO.
149000     PERFORM IMPRIME-RECUSA         THRU IMPRIME-RECUSA-FIM
149100             UNTIL FS-REJSORT = '10'
149200             OR    REJSORT-COD-RETORNO NOT = WS-COD-ANTERIOR.
149300     MOVE WS-COD-ANTERIOR           TO TOT-COD-RETORNO.
149400     MOVE WS-QTDE-MOTIVO            TO TOT-QTDE.
149500     MOVE WS-SALDO-MOTIVO           TO TOT-SALDO.
149600     WRITE RELNEG-LINHA           FROM RELNEG-TOTAL-MOTIVO.
149700     WRITE RELNEG-LINHA           FROM TERCEIRA-LINHA.
149800     ADD 2                          TO WS-CONT-LINHAS.
149900 IMPRIME-MOTIVO-FIM. EXIT.
150000*
150100 IMPRIME-RECUSA.
150200     MOVE REJSORT-COD-RETORNO       TO REL-COD-RETORNO.
150300     MOVE REJSORT-DESCR-RETORNO     TO REL-DESCR-RETORNO.
150400     MOVE REJSORT-ORG               TO REL-ORG.
150500     MOVE REJSORT-CONTA             TO REL-CONTA.
150600     MOVE REJSORT-CPF-CLIENTE       TO REL-CPF.
150700     MOVE REJSORT-SALDO             TO REL-SALDO.
150800     MOVE REJSORT-DATA-INCLUSAO     TO REL-DATA-INCLUSAO.
150810     IF REJSORT-TIPO-MOV = 'E'
150820     ,  MOVE 'EXCLUSAO'             TO REL-TIPO-MOV
150830     ELSE
150840     ,  MOVE 'INCLUSAO'             TO REL-TIPO-MOV
150850     END-IF.
150900     IF WS-CONT-LINHAS > 57
151000     ,  ADD 1                       TO WS-CONT-PAG
151100     ,  MOVE WS-CONT-PAG            TO WS-PAG
151200     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
151300     END-IF.
151400     WRITE RELNEG-LINHA           FROM RELNEG-CORPO.
151500     ADD 1                          TO WS-CONT-LINHAS.
151600     ADD 1                          TO WS-QTDE-MOTIVO.
151700     ADD REJSORT-SALDO              TO WS-SALDO-MOTIVO.
151800     PERFORM LER-REJSORT            THRU LER-REJSORT-FIM.
151900 IMPRIME-RECUSA-FIM. EXIT.
152000*------FIM RELATORIO DE MOVIMENTOS RECUSADOS POR MOTIVO----------*
152100*--------TOTAIS DA EXECUCAO NO FINAL DO RELATORIO----------------*
152200 IMPRIME-TOTAIS.
152300     MOVE WS-CAB-BUREAU             TO WS-TOT-BUREAU.
152400     MOVE WS-DIAS-AVISO             TO WS-TOT-DIAS-AVISO.
152500     MOVE WS-CONT-MOVIMENTOS        TO WS-TOT-MOVIMENTOS.
152600     MOVE WS-CONT-AVISOS            TO WS-TOT-AVISOS.
152700     MOVE WS-CONT-INCLUSOES         TO WS-TOT-INCLUSOES.
152800     MOVE WS-CONT-EXC-RESOLVIDA     TO WS-TOT-EXC-RESOLVIDA.
152900     MOVE WS-CONT-EXC-PAGAMENTO     TO WS-TOT-EXC-PAGAMENTO.
153000     MOVE WS-CONT-EXC-BLOQUEIO      TO WS-TOT-EXC-BLOQUEIO.
153100     MOVE WS-CONT-RETIDAS           TO WS-TOT-RETIDAS.
153200     MOVE WS-CONT-DESCARTADAS       TO WS-TOT-DESCARTADAS.
153300     MOVE WS-CONT-CONFIRMADAS       TO WS-TOT-CONFIRMADAS.
153400     MOVE WS-CONT-RECUSADAS         TO WS-TOT-RECUSADAS.
153500     MOVE WS-CONT-EXC-ACEITAS       TO WS-TOT-EXC-ACEITAS.
153600     MOVE WS-CONT-EXC-RECUSADAS     TO WS-TOT-EXC-RECUSADAS.
153700     MOVE WS-CONT-RET-SEM-ENVIO     TO WS-TOT-RET-SEM-ENVIO.
153800     MOVE WS-CONT-LISTADAS          TO WS-TOT-LISTADAS.
153900     MOVE WS-CONT-MESTRE            TO WS-TOT-MESTRE.
154000     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
154100*
154200     WRITE RELNEG-LINHA FROM TERCEIRA-LINHA.
154300     WRITE RELNEG-LINHA FROM WS-IMPRIME-BUREAU.
154400     WRITE RELNEG-LINHA FROM WS-IMPRIME-DIAS-AVISO.
154500     WRITE RELNEG-LINHA FROM WS-IMPRIME-MOVIMENTOS.
154600     WRITE RELNEG-LINHA FROM WS-IMPRIME-AVISOS.
154700     WRITE RELNEG-LINHA FROM WS-IMPRIME-INCLUSOES.
154800     WRITE RELNEG-LINHA FROM WS-IMPRIME-EXC-RESOLVIDA.
154900     WRITE RELNEG-LINHA FROM WS-IMPRIME-EXC-PAGAMENTO.
155000     WRITE RELNEG-LINHA FROM WS-IMPRIME-EXC-BLOQUEIO.
155100     WRITE RELNEG-LINHA FROM WS-IMPRIME-RETIDAS.
155200     WRITE RELNEG-LINHA FROM WS-IMPRIME-DESCARTADAS.
155300     WRITE RELNEG-LINHA FROM WS-IMPRIME-CONFIRMADAS.
155400     WRITE RELNEG-LINHA FROM WS-IMPRIME-RECUSADAS.
155500     WRITE RELNEG-LINHA FROM WS-IMPRIME-EXC-ACEITAS.
155600     WRITE RELNEG-LINHA FROM WS-IMPRIME-EXC-RECUSADAS.
155700     WRITE RELNEG-LINHA FROM WS-IMPRIME-RET-SEM-ENVIO.
155800     WRITE RELNEG-LINHA FROM WS-IMPRIME-LISTADAS.
155900     WRITE RELNEG-LINHA FROM WS-IMPRIME-MESTRE.
156000     WRITE RELNEG-LINHA FROM WS-IMPRIME-RES-RETORNO.
156100 IMPRIME-TOTAIS-FIM. EXIT.
156200*----------------------MONTAGEM DO CABECALHO---------------------*
156300 MONTAR-CABECALHO.
156400*-------
156500*MONTAGEM DA DATA DO CABECALHO
156600*-------
156700     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
156800     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
156900     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
157000     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
157100     MOVE ZEROS                         TO WS-CONT-LINHAS.
157200*
157300     WRITE RELNEG-LINHA FROM PRIMEIRA-LINHA.
157400     ADD 1               TO WS-CONT-LINHAS.
157500*
157600     WRITE RELNEG-LINHA FROM SEGUNDA-LINHA.
157700     ADD 1               TO WS-CONT-LINHAS.
157800*
157900     WRITE RELNEG-LINHA FROM TERCEIRA-LINHA.
158000     ADD 1               TO WS-CONT-LINHAS.
158100*
158200     WRITE RELNEG-LINHA FROM QUARTA-LINHA.
158300     ADD 1               TO WS-CONT-LINHAS.
158400*
158500     WRITE RELNEG-LINHA FROM TERCEIRA-LINHA.
158600     ADD 1               TO WS-CONT-LINHAS.
158700*
158800 MONTAR-CABECALHO-EXIT. EXIT.
158900*------------------FIM MONTAGEM DO CABECALHO---------------------*
159000*------------------FECHAMENTO DE ARQUIVOS
159100 FECHAR-ARQUIVOS.
159200     MOVE 'CLNA'                    TO WS-ABEND-LOCATION.
159300     IF NOT WS-NEGANT-AUSENTE
159400        CLOSE NEGANT
159500        IF FS-NEGANT NOT EQUAL '00'
159600           DISPLAY '##ERRO FECHAR ARQUIVO NEGANT: ' FS-NEGANT
159700           MOVE 'ERRO CLOSE NEGAN'   TO WS-ABENDMSG8
159800           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
159900        END-IF
160000     END-IF.
160100*
160200     CLOSE TRNSORT.
160300     IF FS-TRNSORT NOT EQUAL '00'
160400        DISPLAY '##ERRO FECHAR ARQUIVO TRNSORT: ' FS-TRNSORT
160500        MOVE 'ERRO CLOSE TRNSO'   TO WS-ABENDMSG8
160600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
160700     END-IF.
160800*
160900     CLOSE HISTMST.
161000     IF FS-HISTMST NOT EQUAL '00'
161100        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
161200        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
161300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
161400     END-IF.
161500*
161600     IF NOT WS-BLQMST-AUSENTE
161700        CLOSE BLQMST
161800        IF FS-BLQMST NOT EQUAL '00'
161900           DISPLAY '##ERRO FECHAR ARQUIVO BLQMST: ' FS-BLQMST
162000           MOVE 'ERRO CLOSE BLQMS'   TO WS-ABENDMSG8
162100           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
162200        END-IF
162300     END-IF.
162400*
162500     CLOSE NEGNOV.
162600     IF FS-NEGNOV NOT EQUAL '00'
162700        DISPLAY '##ERRO FECHAR ARQUIVO NEGNOV: ' FS-NEGNOV
162800        MOVE 'ERRO CLOSE NEGNO'   TO WS-ABENDMSG8
162900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
163000     END-IF.
163100*
163200     CLOSE INCNEG.
163300     IF FS-INCNEG NOT EQUAL '00'
163400        DISPLAY '##ERRO FECHAR ARQUIVO INCNEG: ' FS-INCNEG
163500        MOVE 'ERRO CLOSE INCNE'   TO WS-ABENDMSG8
163600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
163700     END-IF.
163800*
163900     CLOSE EXCNEG.
164000     IF FS-EXCNEG NOT EQUAL '00'
164100        DISPLAY '##ERRO FECHAR ARQUIVO EXCNEG: ' FS-EXCNEG
164200        MOVE 'ERRO CLOSE EXCNE'   TO WS-ABENDMSG8
164300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
164400     END-IF.
164500*
164600     CLOSE RELNEG.
164700     IF FS-RELNEG NOT EQUAL '00'
164800        DISPLAY '##ERRO FECHAR ARQUIVO RELNEG: ' FS-RELNEG
164900        MOVE 'ERRO CLOSE RELNE'   TO WS-ABENDMSG8
165000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
165100     END-IF.
165200 FECHAR-ARQUIVOS-FIM. EXIT.
165300*------------------FIM DO FECHAMENTO DE ARQUIVOS
165400*================================================================*
165500*    BOOKS DE PROCEDURE UTILIZADOS                               *
165600*================================================================*
165700     COPY CCS502.
165800     COPY CCS508.
165900     COPY UUGJRNP.
166000     COPY AMCRPD.
