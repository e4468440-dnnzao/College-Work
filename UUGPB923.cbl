000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB923.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 24/04/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  CLASSIFICACAO TRIMESTRAL DAS PERDAS NO RECEBIMENTO DE         *
001100*  CREDITOS (LEI 9.430/96 ART. 9) PARA DEDUCAO NO IRPJ/CSLL:     *
001200*  - LE AS CONTAS BAIXADAS NO TRIMESTRE (SELHIST DOS CICLOS DO   *
001300*    TRIMESTRE, COM DIAS EM ATRASO E VENCIMENTO DO UUGBF122 NA   *
001400*    DATA DA SELECAO) E AS PENDENTES DE DEDUCAO DOS TRIMESTRES   *
001500*    ANTERIORES (FISANT = EXTRATO DO TRIMESTRE ANTERIOR);        *
001510*    A CONTA QUE APARECE EM MAIS DE UM CICLO DO TRIMESTRE ENTRA  *
001520*    UMA VEZ SO, PELA ULTIMA SELECAO, E A QUE JA ESTA NO FISANT  *
001530*    NAO E CLASSIFICADA DE NOVO COMO BAIXA DO TRIMESTRE. SEM     *
001540*    FISANT (PRIMEIRO TRIMESTRE) NAO HA PENDENTES ANTERIORES;    *
001550*    COM FISANT, A CONTA CUJA PRIMEIRA SELECAO NO HISTMST E      *
001560*    ANTERIOR AO INICIO DO TRIMESTRE JA FOI CLASSIFICADA COMO    *
001570*    BAIXA DE TRIMESTRE ANTERIOR E NAO ENTRA DE NOVO;            *
001600*  - APURA OS DIAS VENCIDOS NO ULTIMO DIA DO TRIMESTRE E         *
001700*    ENQUADRA CADA CONTA NA FAIXA LEGAL:                         *
001800*      ATE R$ 15 MIL  - VENCIDA HA MAIS DE 6 MESES;              *
001900*      ATE R$ 100 MIL - VENCIDA HA MAIS DE 1 ANO E COM COBRANCA  *
002000*                       ADMINISTRATIVA (CARTA NO NOTIFICA);      *
002100*      ACIMA          - VENCIDA HA MAIS DE 1 ANO E COM PROCESSO  *
002200*                       JUDICIAL (BLQMST MOTIVO JU OU JR);       *
002300*  - GRAVA O EXTRATO FISCAL (BOOK UUGFIS), O RELATORIO POR CONTA *
002400*    COM RESUMO DEDUTIVEL / NAO DEDUTIVEL POR ORG E A INTERFACE  *
002500*    DE AJUSTES DO LALUR: ADICAO DAS PERDAS NAO DEDUTIVEIS DO    *
002600*    TRIMESTRE E EXCLUSAO DAS ADICIONADAS ANTES QUE PASSARAM A   *
002700*    SER DEDUTIVEIS.                                             *
002800*  PERIODO (AAAAT) VEM DO PARM. SEM PARM VALIDO, OU COM FISANT   *
002900*  DO MESMO TRIMESTRE OU POSTERIOR, O PROCESSAMENTO E RECUSADO   *
003000*  (RC 12) SEM GERAR SAIDAS.                                     *
003100*  QUEBRA: ORG (RESUMO NO FINAL)                                 *
003200*  CLASSIFICACAO: ORG E CONTA                                    *
003300*  TOTALIZADORES: QUANTIDADE E SALDO DEDUTIVEL E NAO DEDUTIVEL,  *
003400*                 ADICOES E EXCLUSOES POR ORG E GERAL.           *
003500*----------------------------------------------------------------*
003600*================================================================*
003700 ENVIRONMENT DIVISION.
003800*================================================================*
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
004100*----------------------------------------------------------------*
004200 INPUT-OUTPUT SECTION.
004300*----------------------------------------------------------------*
004400 FILE-CONTROL.
004500*----------------------------------------------------------------*
004600     SELECT PARM      ASSIGN      TO PARM
004700            FILE STATUS          IS FS-PARM.
004800*
004900     SELECT SELFIS    ASSIGN      TO SELFIS
005000            FILE STATUS          IS FS-SELFIS.
005100*
005200     SELECT SELSORT   ASSIGN      TO SELSORT
005300            FILE STATUS          IS FS-SELSORT.
005400*
005500     SELECT NOTFIS    ASSIGN      TO NOTFIS
005600            FILE STATUS          IS FS-NOTFIS.
005700*
005800     SELECT NOTCTA    ASSIGN      TO NOTCTA
005900            FILE STATUS          IS FS-NOTCTA.
006000*
006100     SELECT NOTSORT   ASSIGN      TO NOTSORT
006200            FILE STATUS          IS FS-NOTSORT.
006300*
006400     SELECT CLASSIF   ASSIGN      TO SORTWK01.
006500*
006600     SELECT CLASSI2   ASSIGN      TO SORTWK02.
006610*
006620     SELECT CLASSI3   ASSIGN      TO SORTWK03.
006630*
006640     SELECT FISSORT   ASSIGN      TO FISSORT
006650            FILE STATUS          IS FS-FISSORT.
006700*
006800     SELECT FISANT    ASSIGN      TO FISANT
006900            FILE STATUS          IS FS-FISANT.
007000*
007100     SELECT BLQMST    ASSIGN      TO BLQMST
007200            ORGANIZATION         IS INDEXED
007300            ACCESS MODE          IS RANDOM
007400            RECORD KEY           IS BLQMST-CHAVE
007500            FILE STATUS          IS FS-BLQMST.
007600*
007610     SELECT HISTMST   ASSIGN      TO HISTMST
007620            ORGANIZATION         IS INDEXED
007630            ACCESS MODE          IS RANDOM
007640            RECORD KEY           IS HISTMST-CHAVE
007650            FILE STATUS          IS FS-HISTMST.
007660*
007700     SELECT FISEXT    ASSIGN      TO FISEXT
007800            FILE STATUS          IS FS-FISEXT.
007900*
008000     SELECT LALURIF   ASSIGN      TO LALURIF
008100            FILE STATUS          IS FS-LALURIF.
008200*
008300     SELECT RELFIS    ASSIGN      TO RELFIS
008400            FILE STATUS          IS FS-RELFIS.
008500*
008600     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
008700            FILE STATUS          IS FS-RUNJRNL.
008800*================================================================*
008900 DATA DIVISION.
009000*================================================================*
009100 FILE SECTION.
009200
009300 FD PARM
009400     RECORD CONTAINS 080 CHARACTERS
009500     BLOCK CONTAINS 0 RECORDS
009600     RECORDING MODE F.
009700 01 PARM-REGISTRO.
009800    03 PARM-PERIODO.
009900       05 PARM-ANO           PIC  X(004).
010000       05 PARM-TRIMESTRE     PIC  X(001).
010100    03 FILLER                PIC  X(075).
010200
010300 FD SELFIS
010400     RECORD CONTAINS 069 CHARACTERS
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORDING MODE F.
010700 01 SELFIS-REGISTRO          PIC  X(069).
010800
010900 FD SELSORT
011000     RECORD CONTAINS 069 CHARACTERS
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORDING MODE F.
011300 01 SELSORT-REGISTRO        PIC  X(069).
012300
012400 FD NOTFIS
012500     RECORD CONTAINS 400 CHARACTERS
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE F.
012800 01 NOTFIS-REGISTRO.
012900    03 NOTFIS-ORG            PIC  9(003).
013000    03 NOTFIS-CPF            PIC  X(011).
013100    03 NOTFIS-NOME           PIC  X(030).
013200    03 NOTFIS-NOME-ORG       PIC  X(030).
013300    03 NOTFIS-TIPO-CARTA     PIC  X(002).
013400    03 NOTFIS-QTDE-CONTAS    PIC  9(002).
013500    03 NOTFIS-LISTA.
013600       05 NOTFIS-ITEM OCCURS 10 TIMES.
013700          07 NOTFIS-CONTA    PIC  X(019).
013800          07 NOTFIS-SALDO    PIC  9(011)V99.
013900    03 FILLER                PIC  X(002).
014000
014100 FD NOTCTA
014200     RECORD CONTAINS 022 CHARACTERS
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE F.
014500 01 NOTCTA-REGISTRO.
014600    03 NOTCTA-ORG            PIC  9(003).
014700    03 NOTCTA-CONTA          PIC  X(019).
014800
014900 FD NOTSORT
015000     RECORD CONTAINS 022 CHARACTERS
015100     BLOCK CONTAINS 0 RECORDS
015200     RECORDING MODE F.
015300 01 NOTSORT-REGISTRO.
015400    03 NOTSORT-ORG           PIC  9(003).
015500    03 NOTSORT-CONTA         PIC  X(019).
015600
015700 SD CLASSIF.
015800 01 CLASSIF-REGISTRO.
015900    03 CLASSIF-ORG           PIC  9(003).
016000    03 CLASSIF-LOGO          PIC  9(003).
016100    03 CLASSIF-CONTA         PIC  X(019).
016200    03 CLASSIF-CPF-SALDO     PIC  X(024).
016210    03 CLASSIF-DT-SEL-DD     PIC  9(002).
016220    03 CLASSIF-DT-SEL-MM     PIC  9(002).
016230    03 CLASSIF-DT-SEL-AAAA   PIC  9(004).
016240    03 CLASSIF-RESTO         PIC  X(012).
016300
016400 SD CLASSI2.
016500 01 CLASSI2-REGISTRO.
016600    03 CLASSI2-ORG           PIC  9(003).
016700    03 CLASSI2-CONTA         PIC  X(019).
016705
016710 SD CLASSI3.
016715 01 CLASSI3-REGISTRO.
016720    03 FILLER                PIC  X(006).
016725    03 CLASSI3-ORG           PIC  9(003).
016730    03 CLASSI3-CONTA         PIC  X(019).
016735    03 FILLER                PIC  X(072).
016740
016745 FD FISSORT
016750     RECORD CONTAINS 100 CHARACTERS
016755     BLOCK CONTAINS 0 RECORDS
016760     RECORDING MODE F.
016765 01 FISSORT-REGISTRO.
016770    03 FILLER                PIC  X(006).
016775    03 FISSORT-ORG           PIC  9(003).
016780    03 FISSORT-CONTA         PIC  X(019).
016785    03 FILLER                PIC  X(072).
016800
016900 FD FISANT
017000     RECORD CONTAINS 100 CHARACTERS
017100     BLOCK CONTAINS 0 RECORDS
017200     RECORDING MODE F.
017300 01 FISANT-REGISTRO.
017400    03 FISANT-PERIODO        PIC  9(005).
017500    03 FILLER                PIC  X(095).
017600
017700 FD BLQMST
017800     RECORD CONTAINS 100 CHARACTERS
017900     BLOCK CONTAINS 0 RECORDS.
018000     COPY UUGBLQ.
018100
018105 FD HISTMST
018110     RECORD CONTAINS 080 CHARACTERS
018115     BLOCK CONTAINS 0 RECORDS.
018120 01 HISTMST-REGISTRO.
018125    03 HISTMST-CHAVE.
018130       05 HISTMST-ORG        PIC  9(003).
018135       05 HISTMST-CONTA      PIC  X(019).
018140    03 HISTMST-LOGO          PIC  9(003).
018145    03 HISTMST-CPF-CLIENTE   PIC  X(011).
018150    03 HISTMST-DATA-PRIM-SELECAO
018155                             PIC  9(008).
018160    03 HISTMST-DATA-ULT-SELECAO
018165                             PIC  9(008).
018170    03 HISTMST-SALDO-ULT-SELECAO
018175                             PIC  9(011)V99.
018180    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
018185    03 HISTMST-QTDE-CICLOS   PIC  9(003).
018190    03 FILLER                PIC  X(007).
018195
018200 FD FISEXT
018300     RECORD CONTAINS 100 CHARACTERS
018400     BLOCK CONTAINS 0 RECORDS
018500     RECORDING MODE F.
018600     COPY UUGFIS.
018700
018800 FD LALURIF
018900     RECORD CONTAINS 080 CHARACTERS
019000     BLOCK CONTAINS 0 RECORDS
019100     RECORDING MODE F.
019200 01 LALURIF-REGISTRO       PIC X(080).
019300
019400 FD RELFIS
019500     RECORD CONTAINS 132 CHARACTERS
019600     BLOCK CONTAINS 0 RECORDS
019700     RECORDING MODE F.
019800 01 RELFIS-LINHA           PIC X(132).
019900
020000 FD RUNJRNL
020100     RECORD CONTAINS 080 CHARACTERS
020200     BLOCK CONTAINS 0 RECORDS
020300     RECORDING MODE F.
020400     COPY UUGJRN.
020500*----------------------------------------------------------------*
020600 WORKING-STORAGE SECTION.
020700*----------------------------------------------------------------*
020800* LINHAS DO RELATORIO DE CLASSIFICACAO FISCAL
020900*----------------------------------------------------------------*
021000 01 CABECALHO.
021100    03 PRIMEIRA-LINHA.
021200       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
021300       05 FILLER              PIC X(010) VALUE SPACES.
021400       05 FILLER              PIC X(036) VALUE
021500          'FIDELITY PROCESSADORA E SERVI OS S/A'.
021600       05 FILLER              PIC X(028) VALUE SPACES.
021700       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
021800       05 WS-DATA-SISTEMA.
021900          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
022000          07 FILLER           PIC X(001) VALUE '/'.
022100          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
022200          07 FILLER           PIC X(001) VALUE '/'.
022300          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
022400       05 FILLER              PIC X(008) VALUE '    PAGE'.
022500       05 WS-PAG              PIC Z.ZZZ.ZZ9.
022600    03 SEGUNDA-LINHA.
022700       05 FILLER              PIC X(041) VALUE
022800          'PERDAS LEI 9.430/96 ART. 9 - TRIMESTRE '.
022900       05 WS-CAB-ANO          PIC 9(004) VALUE ZEROS.
023000       05 FILLER              PIC X(001) VALUE '/'.
023100       05 WS-CAB-TRIMESTRE    PIC 9(001) VALUE ZEROS.
023200       05 FILLER              PIC X(003) VALUE SPACES.
023300       05 FILLER              PIC X(024) VALUE SPACES.
023400       05 FILLER              PIC X(046) VALUE
023500           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
023600    03 TERCEIRA-LINHA.
023700       05 FILLER              PIC X(132) VALUE SPACES.
023800    03 QUARTA-LINHA.
023900       05 FILLER              PIC X(005) VALUE 'ORG'.
024000       05 FILLER              PIC X(005) VALUE 'LOGO'.
024100       05 FILLER              PIC X(021) VALUE 'CONTA'.
024200       05 FILLER              PIC X(012) VALUE 'DT SELECAO'.
024300       05 FILLER              PIC X(009) VALUE 'VENCTO'.
024400       05 FILLER              PIC X(008) VALUE '  DIAS'.
024500       05 FILLER              PIC X(019) VALUE
024600          '    SALDO BAIXADO  '.
024700       05 FILLER              PIC X(003) VALUE 'F'.
024800       05 FILLER              PIC X(003) VALUE 'C'.
024900       05 FILLER              PIC X(003) VALUE 'J'.
025000       05 FILLER              PIC X(005) VALUE 'DED'.
025100       05 FILLER              PIC X(031) VALUE 'MOTIVO'.
025200       05 FILLER              PIC X(008) VALUE 'AJUSTE'.
025300    03 QUARTA-LINHA-RES.
025400       05 FILLER              PIC X(006) VALUE 'ORG'.
025500       05 FILLER              PIC X(009) VALUE 'QT DEDUT.'.
025600       05 FILLER              PIC X(002) VALUE SPACES.
025700       05 FILLER              PIC X(017) VALUE
025800          '  SALDO DEDUTIVEL'.
025900       05 FILLER              PIC X(002) VALUE SPACES.
026000       05 FILLER              PIC X(009) VALUE 'QT N/DED.'.
026100       05 FILLER              PIC X(002) VALUE SPACES.
026200       05 FILLER              PIC X(017) VALUE
026300          ' SALDO NAO DEDUT.'.
026400       05 FILLER              PIC X(002) VALUE SPACES.
026500       05 FILLER              PIC X(017) VALUE
026600          '    ADICOES LALUR'.
026700       05 FILLER              PIC X(002) VALUE SPACES.
026800       05 FILLER              PIC X(017) VALUE
026900          '  EXCLUSOES LALUR'.
027000*
027100 01 RELFIS-SECAO.
027200    03 FIS-TITULO-SECAO       PIC X(060) VALUE SPACES.
027300    03 FILLER                 PIC X(072) VALUE SPACES.
027400*
027500 01 RELFIS-CORPO.
027600    03 FIS-ORG                PIC 9(003) VALUE ZEROS.
027700    03 FILLER                 PIC X(002) VALUE SPACES.
027800    03 FIS-LOGO               PIC 9(003) VALUE ZEROS.
027900    03 FILLER                 PIC X(002) VALUE SPACES.
028000    03 FIS-CONTA              PIC X(019) VALUE SPACES.
028100    03 FILLER                 PIC X(002) VALUE SPACES.
028200    03 FIS-DATA-SELECAO       PIC 99/99/9999.
028300    03 FILLER                 PIC X(002) VALUE SPACES.
028400    03 FIS-DATA-VENCIMENTO    PIC 9(007) VALUE ZEROS.
028500    03 FILLER                 PIC X(002) VALUE SPACES.
028600    03 FIS-DIAS               PIC ZZ.ZZ9.
028700    03 FILLER                 PIC X(002) VALUE SPACES.
028800    03 FIS-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
028900    03 FILLER                 PIC X(002) VALUE SPACES.
029000    03 FIS-FAIXA              PIC 9(001) VALUE ZEROS.
029100    03 FILLER                 PIC X(002) VALUE SPACES.
029200    03 FIS-IND-COBRANCA       PIC X(001) VALUE SPACES.
029300    03 FILLER                 PIC X(002) VALUE SPACES.
029400    03 FIS-IND-JUDICIAL       PIC X(001) VALUE SPACES.
029500    03 FILLER                 PIC X(002) VALUE SPACES.
029600    03 FIS-DEDUTIVEL          PIC X(003) VALUE SPACES.
029700    03 FILLER                 PIC X(002) VALUE SPACES.
029800    03 FIS-MOTIVO             PIC X(029) VALUE SPACES.
029900    03 FILLER                 PIC X(002) VALUE SPACES.
030000    03 FIS-AJUSTE             PIC X(008) VALUE SPACES.
030100*
030200 01 RELFIS-RESUMO.
030300    03 RES-ORG                PIC X(003) VALUE SPACES.
030400    03 FILLER                 PIC X(003) VALUE SPACES.
030500    03 RES-QTDE-DED           PIC Z.ZZZ.ZZ9.
030600    03 FILLER                 PIC X(002) VALUE SPACES.
030700    03 RES-SALDO-DED          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
030800    03 FILLER                 PIC X(002) VALUE SPACES.
030900    03 RES-QTDE-NDED          PIC Z.ZZZ.ZZ9.
031000    03 FILLER                 PIC X(002) VALUE SPACES.
031100    03 RES-SALDO-NDED         PIC ZZ.ZZZ.ZZZ.ZZ9.99.
031200    03 FILLER                 PIC X(002) VALUE SPACES.
031300    03 RES-ADICOES            PIC ZZ.ZZZ.ZZZ.ZZ9.99.
031400    03 FILLER                 PIC X(002) VALUE SPACES.
031500    03 RES-EXCLUSOES          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
031600    03 FILLER                 PIC X(030) VALUE SPACES.
031700*
031800 01 IMPRESSAO.
031900    03 WS-IMPRIME-PERIODO.
032000       05 FILLER                  PIC X(028) VALUE
032100       'PERIODO (AAAAT)...........: '.
032200       05 WS-TOT-PERIODO          PIC 9(005).
032300    03 WS-IMPRIME-SELFIS.
032400       05 FILLER                  PIC X(028) VALUE
032500       'BAIXAS LIDAS DO SELHIST...: '.
032600       05 WS-TOT-SELFIS           PIC Z.ZZZ.ZZ9.
032700    03 WS-IMPRIME-FORA-PERIODO.
032800       05 FILLER                  PIC X(028) VALUE
032900       'BAIXAS FORA DO TRIMESTRE..: '.
033000       05 WS-TOT-FORA-PERIODO     PIC Z.ZZZ.ZZ9.
033100    03 WS-IMPRIME-FISANT.
033200       05 FILLER                  PIC X(028) VALUE
033300       'PENDENTES DE TRIM. ANTER..: '.
033400       05 WS-TOT-FISANT           PIC Z.ZZZ.ZZ9.
033410    03 WS-IMPRIME-REPETIDAS.
033420       05 FILLER                  PIC X(028) VALUE
033430       'SELECOES REPETIDAS IGNOR..: '.
033440       05 WS-TOT-REPETIDAS        PIC Z.ZZZ.ZZ9.
033450    03 WS-IMPRIME-JA-NO-FISANT.
033460       05 FILLER                  PIC X(028) VALUE
033470       'BAIXAS JA NO FISANT.......: '.
033480       05 WS-TOT-JA-NO-FISANT     PIC Z.ZZZ.ZZ9.
033484    03 WS-IMPRIME-TRIM-ANTERIOR.
033488       05 FILLER                  PIC X(028) VALUE
033492       'BAIXAS DE TRIM. ANTERIOR..: '.
033496       05 WS-TOT-TRIM-ANTERIOR    PIC Z.ZZZ.ZZ9.
033500    03 WS-IMPRIME-DEDUTIVEIS.
033600       05 FILLER                  PIC X(028) VALUE
033700       'CONTAS DEDUTIVEIS.........: '.
033800       05 WS-TOT-DEDUTIVEIS       PIC Z.ZZZ.ZZ9.
033900    03 WS-IMPRIME-NAO-DEDUTIVEIS.
034000       05 FILLER                  PIC X(028) VALUE
034100       'CONTAS NAO DEDUTIVEIS.....: '.
034200       05 WS-TOT-NAO-DEDUTIVEIS   PIC Z.ZZZ.ZZ9.
034300    03 WS-IMPRIME-EXTRATO.
034400       05 FILLER                  PIC X(028) VALUE
034500       'REGISTROS NO EXTRATO......: '.
034600       05 WS-TOT-EXTRATO          PIC Z.ZZZ.ZZ9.
034700    03 WS-IMPRIME-LALUR.
034800       05 FILLER                  PIC X(028) VALUE
034900       'AJUSTES GRAVADOS NO LALUR.: '.
035000       05 WS-TOT-LALUR            PIC Z.ZZZ.ZZ9.
035100    03 WS-IMPRIME-RES-RETORNO.
035200       05 FILLER                  PIC X(028) VALUE
035300       'CODIGO DE RETORNO.........: '.
035400       05 WS-RES-RETORNO          PIC 9(002).
035500*----------------------------------------------------------------*
035600* VARIAVEIS CONTROLE
035700*----------------------------------------------------------------*
035800 01 CONTROLADORES.
035900    03 FS-PARM                  PIC X(002) VALUE '00'.
036000    03 FS-SELFIS                PIC X(002) VALUE '00'.
036100    03 FS-SELSORT               PIC X(002) VALUE '00'.
036200    03 FS-NOTFIS                PIC X(002) VALUE '00'.
036300    03 FS-NOTCTA                PIC X(002) VALUE '00'.
036400    03 FS-NOTSORT               PIC X(002) VALUE '00'.
036500    03 FS-FISANT                PIC X(002) VALUE '00'.
036600    03 FS-BLQMST                PIC X(002) VALUE '00'.
036700    03 FS-FISEXT                PIC X(002) VALUE '00'.
036800    03 FS-LALURIF               PIC X(002) VALUE '00'.
036900    03 FS-RELFIS                PIC X(002) VALUE '00'.
036910    03 FS-FISSORT               PIC X(002) VALUE '00'.
036950    03 FS-HISTMST               PIC X(002) VALUE '00'.
037000*
037100    03 WS-SEM-BLQMST            PIC X(001) VALUE 'N'.
037200       88 WS-BLQMST-AUSENTE           VALUE 'S'.
037210    03 WS-SEM-FISANT            PIC X(001) VALUE 'N'.
037220       88 WS-FISANT-AUSENTE           VALUE 'S'.
037230    03 WS-FIM-SELSORT           PIC X(001) VALUE 'N'.
037240       88 WS-SELSORT-ESGOTADO         VALUE 'S'.
037250    03 WS-CHAVE-FISANT.
037260       05 WS-CHAVE-FIS-ORG      PIC 9(003) VALUE ZEROS.
037270       05 WS-CHAVE-FIS-CONTA    PIC X(019) VALUE SPACES.
037300    03 WS-CHAVE-SELECAO.
037400       05 WS-CHAVE-SEL-ORG      PIC 9(003) VALUE ZEROS.
037500       05 WS-CHAVE-SEL-CONTA    PIC X(019) VALUE SPACES.
037600    03 WS-CHAVE-NOTIFICADA.
037700       05 WS-CHAVE-NOT-ORG      PIC 9(003) VALUE ZEROS.
037800       05 WS-CHAVE-NOT-CONTA    PIC X(019) VALUE SPACES.
037900    03 WS-IND-CTA               PIC 9(002) VALUE ZEROS.
038000*
038100    03 WS-PERIODO               PIC 9(005) VALUE ZEROS.
038200    03 WS-PERIODO-R REDEFINES WS-PERIODO.
038300       05 WS-PER-ANO            PIC 9(004).
038400       05 WS-PER-TRIMESTRE      PIC 9(001).
038500    03 WS-MES-INICIO            PIC 9(002) VALUE ZEROS.
038600    03 WS-MES-FIM               PIC 9(002) VALUE ZEROS.
038700    03 WS-DIA-ANO-FIM           PIC 9(003) VALUE ZEROS.
038710    03 WS-DIA-ABS-FIM           PIC 9(007) VALUE ZEROS.
038720    03 WS-DATA-INICIO-TRI       PIC 9(008) VALUE ZEROS.
038730    03 WS-DATA-PRIM-SEL         PIC 9(008) VALUE ZEROS.
038740    03 WS-DATA-PRIM-SEL-R REDEFINES WS-DATA-PRIM-SEL.
038750       05 WS-DT-PRI-DD          PIC 9(002).
038760       05 WS-DT-PRI-MM          PIC 9(002).
038770       05 WS-DT-PRI-AAAA        PIC 9(004).
038780    03 WS-DATA-PRIM-INV         PIC 9(008) VALUE ZEROS.
038800    03 WS-DATA-SELECAO          PIC 9(008) VALUE ZEROS.
038900    03 WS-DATA-SELECAO-R REDEFINES WS-DATA-SELECAO.
039000       05 WS-DT-SEL-DD          PIC 9(002).
039100       05 WS-DT-SEL-MM          PIC 9(002).
039200       05 WS-DT-SEL-AAAA        PIC 9(004).
039300    03 WS-DIA-ANO-SELECAO       PIC 9(003) VALUE ZEROS.
039400    03 WS-DATA-VENCIMENTO       PIC 9(007) VALUE ZEROS.
039500    03 WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
039600       05 WS-DT-VENC-AAAA       PIC 9(004).
039700       05 WS-DT-VENC-DDD        PIC 9(003).
039800    03 WS-DIAS-CALC             PIC S9(007) VALUE ZEROS.
039900    03 WS-ANO-TRABALHO          PIC 9(004) VALUE ZEROS.
040000    03 WS-ANO-QUOC              PIC 9(004) VALUE ZEROS.
040100    03 WS-ANO-RESTO             PIC 9(001) VALUE ZEROS.
040110    03 WS-ANO-RESTO-SEC         PIC 9(003) VALUE ZEROS.
040120    03 WS-ANO-ANTERIOR          PIC 9(004) VALUE ZEROS.
040130    03 WS-QT-QUADRIENIOS        PIC 9(004) VALUE ZEROS.
040140    03 WS-QT-SECULOS            PIC 9(004) VALUE ZEROS.
040150    03 WS-QT-QUADRISSECULOS     PIC 9(004) VALUE ZEROS.
040160    03 WS-DIA-ANO-TRAB          PIC 9(003) VALUE ZEROS.
040170    03 WS-DIA-ABSOLUTO          PIC 9(007) VALUE ZEROS.
040200    03 WS-LIMITE-FAIXA-1        PIC 9(011)V99 VALUE 15000,00.
040300    03 WS-LIMITE-FAIXA-2        PIC 9(011)V99 VALUE 100000,00.
040400    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
040500    03 WS-MOTIVO-RECUSA         PIC X(040) VALUE SPACES.
040600    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
040700*
040800*----DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO NAO BISSEXTO)-*
040900 01 TABELA-DIAS-MES.
041000    03 WS-DIAS-ACUM-VALORES     PIC X(036) VALUE
041100       '000031059090120151181212243273304334'.
041200    03 WS-DIAS-ACUM-TAB REDEFINES WS-DIAS-ACUM-VALORES.
041300       05 WS-DIAS-ACUM OCCURS 12 TIMES
041400                                PIC 9(003).
041500*
041600 01 CONTADORES.
041700    03 WS-CONT-SELFIS           PIC 9(007) VALUE ZEROS.
041800    03 WS-CONT-FORA-PERIODO     PIC 9(007) VALUE ZEROS.
041900    03 WS-CONT-FISANT           PIC 9(007) VALUE ZEROS.
041910    03 WS-CONT-REPETIDAS        PIC 9(007) VALUE ZEROS.
041920    03 WS-CONT-JA-NO-FISANT     PIC 9(007) VALUE ZEROS.
041960    03 WS-CONT-TRIM-ANTERIOR    PIC 9(007) VALUE ZEROS.
042000    03 WS-CONT-DEDUTIVEIS       PIC 9(007) VALUE ZEROS.
042100    03 WS-CONT-NAO-DEDUTIVEIS   PIC 9(007) VALUE ZEROS.
042200    03 WS-CONT-EXTRATO          PIC 9(007) VALUE ZEROS.
042300    03 WS-CONT-LALUR            PIC 9(007) VALUE ZEROS.
042400    03 WS-CONT-NOTCTA           PIC 9(007) VALUE ZEROS.
042500    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
042600    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
042700    03 WS-LALUR-QTDE-DET        PIC 9(007) VALUE ZEROS.
042800    03 WS-LALUR-HASH            PIC 9(015)V99 VALUE ZEROS.
042900*
043000*----TOTAIS POR ORG (OCORRENCIA 101 = TOTAL GERAL)---------------*
043100 01 TABELA-ORG-FISCAL.
043200    03 WS-QTDE-FORG             PIC 9(003) VALUE ZEROS.
043300    03 WS-TAB-FORG OCCURS 101 TIMES.
043400       05 WS-FORG-ORG           PIC 9(003).
043500       05 WS-FORG-QT-DED        PIC 9(007).
043600       05 WS-FORG-SD-DED        PIC 9(013)V99.
043700       05 WS-FORG-QT-NDED       PIC 9(007).
043800       05 WS-FORG-SD-NDED       PIC 9(013)V99.
043900       05 WS-FORG-QT-ADI        PIC 9(007).
044000       05 WS-FORG-SD-ADI        PIC 9(013)V99.
044100       05 WS-FORG-QT-EXC        PIC 9(007).
044200       05 WS-FORG-SD-EXC        PIC 9(013)V99.
044300    03 WS-IND-FORG              PIC 9(003) VALUE ZEROS.
044400    03 WS-ORG-PROCURA           PIC 9(003) VALUE ZEROS.
044500    03 WS-ACHOU-FORG            PIC X(001) VALUE 'N'.
044600       88 WS-FORG-LOCALIZADA       VALUE 'S'.
044700*
044705*----BAIXA CORRENTE E PROXIMA BAIXA LIDA DO SELSORT--------------*
044710 01 SELSORT-ATUAL.
044715    03 SELSORT-ORG              PIC 9(003).
044720    03 SELSORT-LOGO             PIC 9(003).
044725    03 SELSORT-CONTA            PIC X(019).
044730    03 SELSORT-CPF-CLIENTE      PIC X(011).
044735    03 SELSORT-SALDO-CONTA      PIC 9(011)V99.
044740    03 SELSORT-DATA-SELECAO     PIC 9(008).
044745    03 SELSORT-DIAS-ATRASO      PIC 9(005).
044750    03 SELSORT-DATA-VENCIMENTO  PIC 9(007).
044755 01 SELSORT-PROXIMO.
044760    03 SELPRX-CHAVE.
044765       05 SELPRX-ORG            PIC 9(003).
044770       05 FILLER                PIC X(003).
044775       05 SELPRX-CONTA          PIC X(019).
044780    03 FILLER                   PIC X(044).
044785*
044800*------REGISTROS DA INTERFACE DE AJUSTES DO LALUR----------------*
044900 01 LALUR-REGISTROS.
045000    03 LALUR-HEADER.
045100       05 FILLER                PIC X(001) VALUE 'H'.
045200       05 LALUR-H-DATA-JULIANA  PIC 9(007) VALUE ZEROS.
045300       05 FILLER                PIC X(025) VALUE
045400       ' AJUSTES LALUR LEI 9430  '.
045500       05 FILLER                PIC X(047) VALUE SPACES.
045600    03 LALUR-DETALHE.
045700       05 FILLER                PIC X(001) VALUE 'D'.
045800       05 LALUR-D-ORG           PIC 9(003) VALUE ZEROS.
045900       05 LALUR-D-TIPO-AJUSTE   PIC X(001) VALUE SPACES.
046000       05 LALUR-D-VALOR         PIC 9(013)V99 VALUE ZEROS.
046100       05 LALUR-D-QTDE-CONTAS   PIC 9(007) VALUE ZEROS.
046200       05 LALUR-D-PERIODO       PIC 9(005) VALUE ZEROS.
046300       05 LALUR-D-DATA-JULIANA  PIC 9(007) VALUE ZEROS.
046400       05 FILLER                PIC X(041) VALUE SPACES.
046500    03 LALUR-TRAILER.
046600       05 FILLER                PIC X(001) VALUE 'T'.
046700       05 LALUR-T-QTDE          PIC 9(007) VALUE ZEROS.
046800       05 LALUR-T-HASH          PIC 9(015)V99 VALUE ZEROS.
046900       05 FILLER                PIC X(055) VALUE SPACES.
047000*----FIM REGISTROS DA INTERFACE DE AJUSTES DO LALUR--------------*
047100*----------------------------------------------------------------*
047200* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
047300*----------------------------------------------------------------*
047400 01 MONTADORES-DATA.
047500    03 WS-DATA-SYS.
047600       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
047700       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
047800       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
047900*----------------------------------------------------------------*
048000*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
048100*----------------------------------------------------------------*
048200*
048300     COPY AR00WS.
048400*
048500     COPY AMCRIO.
048600     COPY AMCRRL.
048700     COPY AMCRRB.
048800*
048900     COPY CCS301.
049000*
049100     COPY UUGJRNW.
049200*================================================================*
049300 PROCEDURE DIVISION.
049400*================================================================*
049500 ROTINA-PRINCIPAL.
049600     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
049700*
049800     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
049900*
050000     PERFORM LER-FISANT              THRU LER-FISANT-FIM.
050100     IF FS-FISANT = '00'
050200     AND FISANT-PERIODO NOT < WS-PERIODO
050300     ,  MOVE 'FISANT DO MESMO TRIMESTRE OU POSTERIOR'
050400     ,                               TO WS-MOTIVO-RECUSA
050500     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
050600     END-IF.
050700*
050800     PERFORM CLASSIFICA-ARQUIVOS     THRU CLASSIFICA-ARQUIVOS-FIM.
050900     PERFORM ABRIR-SAIDAS            THRU ABRIR-SAIDAS-FIM.
051000*
051100     MOVE 'BAIXAS DE TRIMESTRES ANTERIORES PENDENTES DE DEDUCAO'
051200                                     TO FIS-TITULO-SECAO.
051300     PERFORM IMPRIME-SECAO           THRU IMPRIME-SECAO-FIM.
051400     PERFORM TRATA-PENDENTE          THRU TRATA-PENDENTE-FIM
051500             UNTIL FS-FISANT = '10'.
051510     PERFORM CLASSIFICA-FISANT       THRU CLASSIFICA-FISANT-FIM.
051600*
051700     MOVE 'BAIXAS DO TRIMESTRE'      TO FIS-TITULO-SECAO.
051800     PERFORM IMPRIME-SECAO           THRU IMPRIME-SECAO-FIM.
051900     PERFORM LER-SELSORT             THRU LER-SELSORT-FIM.
052000     PERFORM LER-NOTSORT             THRU LER-NOTSORT-FIM.
052010     PERFORM LER-FISSORT             THRU LER-FISSORT-FIM.
052100     PERFORM TRATA-BAIXA             THRU TRATA-BAIXA-FIM
052200             UNTIL WS-CHAVE-SELECAO = HIGH-VALUES.
052300*
052400     PERFORM GERA-INTERFACE-LALUR
052500             THRU GERA-INTERFACE-LALUR-FIM.
052600     PERFORM IMPRIME-RESUMO          THRU IMPRIME-RESUMO-FIM.
052700*
052800     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
052900*
053000     MOVE WS-PERIODO                 TO WS-TOT-PERIODO.
053100     MOVE WS-CONT-SELFIS             TO WS-TOT-SELFIS.
053200     MOVE WS-CONT-FORA-PERIODO       TO WS-TOT-FORA-PERIODO.
053300     MOVE WS-CONT-FISANT             TO WS-TOT-FISANT.
053310     MOVE WS-CONT-REPETIDAS          TO WS-TOT-REPETIDAS.
053320     MOVE WS-CONT-JA-NO-FISANT       TO WS-TOT-JA-NO-FISANT.
053360     MOVE WS-CONT-TRIM-ANTERIOR      TO WS-TOT-TRIM-ANTERIOR.
053400     MOVE WS-CONT-DEDUTIVEIS         TO WS-TOT-DEDUTIVEIS.
053500     MOVE WS-CONT-NAO-DEDUTIVEIS     TO WS-TOT-NAO-DEDUTIVEIS.
053600     MOVE WS-CONT-EXTRATO            TO WS-TOT-EXTRATO.
053700     MOVE WS-CONT-LALUR              TO WS-TOT-LALUR.
053800     MOVE WS-RETORNO-FINAL           TO WS-RES-RETORNO.
053900     DISPLAY WS-IMPRIME-PERIODO.
054000     DISPLAY WS-IMPRIME-SELFIS.
054100     DISPLAY WS-IMPRIME-FORA-PERIODO.
054200     DISPLAY WS-IMPRIME-FISANT.
054210     DISPLAY WS-IMPRIME-REPETIDAS.
054220     DISPLAY WS-IMPRIME-JA-NO-FISANT.
054260     DISPLAY WS-IMPRIME-TRIM-ANTERIOR.
054300     DISPLAY WS-IMPRIME-DEDUTIVEIS.
054400     DISPLAY WS-IMPRIME-NAO-DEDUTIVEIS.
054500     DISPLAY WS-IMPRIME-EXTRATO.
054600     DISPLAY WS-IMPRIME-LALUR.
054700     DISPLAY WS-IMPRIME-RES-RETORNO.
054800*
054900     MOVE 'UUGPB923'                 TO RUNJRN-WS-PROGRAMA.
055000     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-SELFIS
055100                               + WS-CONT-FISANT.
055200     MOVE WS-CONT-EXTRATO            TO RUNJRN-WS-SAIDA.
055300     COMPUTE RUNJRN-WS-REJEITOS = WS-CONT-FORA-PERIODO
055310                                + WS-CONT-REPETIDAS
055320                                + WS-CONT-JA-NO-FISANT
055360                                + WS-CONT-TRIM-ANTERIOR.
055400     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
055500     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
055600*
055700     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
055800*
055900     STOP RUN.
056000*
056100 ROTINA-PRINCIPAL-FIM.
056200*
056300*------------------ABERTURA DE ARQUIVOS
056400 ABRIR-ARQUIVOS.
056500*----DATA DE PROCESSAMENTO DO AMCR (DATA DA INTERFACE)------------
056600     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
056700     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
056800     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
056900     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
057000     MOVE ZEROS               TO AMCRIO-ORG.
057100     MOVE ZEROS               TO AMCRIO-LOGO.
057200     MOVE ZEROS               TO AMCRIO-REC-NBR.
057300     SET AMCRRB-READ-RANDOM          TO TRUE.
057400     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
057500     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
057600     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
057700     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
057800     SET AMCRRB-CLOSE                TO TRUE.
057900     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
058000*
058100*----TRIMESTRE DE REFERENCIA (AAAAT) DO PARM----------------------
058200     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
058300     OPEN INPUT PARM.
058400     IF FS-PARM = '00'
058500     ,  MOVE 'RDPM'                TO WS-ABEND-LOCATION
058600     ,  READ PARM
058700     ,  IF FS-PARM = '00'
058800     ,  AND PARM-PERIODO NUMERIC
058900     ,  AND PARM-TRIMESTRE > '0'
059000     ,  AND PARM-TRIMESTRE < '5'
059100     ,  ,  MOVE PARM-PERIODO       TO WS-PERIODO
059200     ,  END-IF
059300     ,  CLOSE PARM
059400     END-IF.
059500     IF WS-PERIODO = ZEROS
059600     ,  MOVE 'PARM SEM PERIODO AAAAT VALIDO'
059700     ,                             TO WS-MOTIVO-RECUSA
059800     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
059900     END-IF.
060000     MOVE WS-PER-ANO          TO WS-CAB-ANO.
060100     MOVE WS-PER-TRIMESTRE    TO WS-CAB-TRIMESTRE.
060200     COMPUTE WS-MES-FIM    = WS-PER-TRIMESTRE * 3.
060300     COMPUTE WS-MES-INICIO = WS-MES-FIM - 2.
060330     COMPUTE WS-DATA-INICIO-TRI = WS-PER-ANO * 10000
060360                                + WS-MES-INICIO * 100 + 1.
060400*----ULTIMO DIA DO TRIMESTRE NO ANO (BASE DOS DIAS VENCIDOS)------
060500     MOVE WS-PER-ANO          TO WS-ANO-TRABALHO.
060600     PERFORM VERIFICA-BISSEXTO THRU VERIFICA-BISSEXTO-FIM.
060700     IF WS-MES-FIM = 3
060800     OR WS-MES-FIM = 12
060900     ,  COMPUTE WS-DIA-ANO-FIM = WS-DIAS-ACUM(WS-MES-FIM) + 31
061000     ELSE
061100     ,  COMPUTE WS-DIA-ANO-FIM = WS-DIAS-ACUM(WS-MES-FIM) + 30
061200     END-IF.
061300     IF WS-ANO-RESTO = ZEROS
061400     ,  ADD 1                      TO WS-DIA-ANO-FIM
061500     END-IF.
061510     MOVE WS-DIA-ANO-FIM      TO WS-DIA-ANO-TRAB.
061520     PERFORM CALCULA-DIA-ABSOLUTO THRU CALCULA-DIA-ABSOLUTO-FIM.
061530     MOVE WS-DIA-ABSOLUTO     TO WS-DIA-ABS-FIM.
061600*
061700     MOVE 'OPFA'              TO WS-ABEND-LOCATION.
061800     OPEN INPUT FISANT.
061810     IF FS-FISANT = '35'
061820     ,  MOVE 'S'                   TO WS-SEM-FISANT
061830     ,  DISPLAY '** FISANT AUSENTE - SEM PENDENTES ANTERIORES **'
061840     ELSE
061900     ,  IF FS-FISANT NOT EQUAL '00'
062000     ,  ,  DISPLAY '**************************'
062100     ,  ,  DISPLAY '** OPEN ERROR FISANT     **'
062200     ,  ,  DISPLAY '** STATUS = ' FS-FISANT
062300     ,  ,  DISPLAY '**************************'
062400     ,  ,  MOVE 'ERRO OPEN FISAN '   TO WS-ABENDMSG8
062500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
062510     ,  END-IF
062600     END-IF.
062700*
062800     MOVE 'OPBM'              TO WS-ABEND-LOCATION.
062900     OPEN INPUT BLQMST.
063000     IF FS-BLQMST = '35'
063100     ,  MOVE 'S'                   TO WS-SEM-BLQMST
063200     ,  DISPLAY '** BLQMST NAO CARREGADO - SEM PROCESSOS **'
063300     ELSE
063400     ,  IF FS-BLQMST NOT EQUAL '00'
063500     ,  ,  DISPLAY '**************************'
063600     ,  ,  DISPLAY '** OPEN ERROR BLQMST      **'
063700     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
063800     ,  ,  DISPLAY '**************************'
063900     ,  ,  MOVE 'ERRO OPEN BLQM  '   TO WS-ABENDMSG8
064000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
064100     ,  END-IF
064200     END-IF.
064208*
064216     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
064224     OPEN INPUT HISTMST.
064232     IF FS-HISTMST NOT EQUAL '00'
064240     ,  DISPLAY '**************************'
064248     ,  DISPLAY '** OPEN ERROR HISTMST    **'
064256     ,  DISPLAY '** STATUS = ' FS-HISTMST
064264     ,  DISPLAY '**************************'
064272     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
064280     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
064288     END-IF.
064300*
064400     MOVE 101                 TO WS-IND-FORG.
064500     MOVE 999                 TO WS-FORG-ORG(WS-IND-FORG).
064600     PERFORM LIMPA-FORG       THRU LIMPA-FORG-FIM.
064700 ABRIR-ARQUIVOS-FIM. EXIT.
064800*------------------FIM DA ABERTURA DOS ARQUIVOS
064900*----ANO BISSEXTO: RESTO ZERO NA DIVISAO POR 4, EXCETO SECULO----*
064910*----NAO DIVISIVEL POR 400---------------------------------------*
065000 VERIFICA-BISSEXTO.
065100     DIVIDE WS-ANO-TRABALHO BY 4 GIVING WS-ANO-QUOC
065200            REMAINDER WS-ANO-RESTO.
065210     DIVIDE WS-ANO-TRABALHO BY 100 GIVING WS-ANO-QUOC
065220            REMAINDER WS-ANO-RESTO-SEC.
065230     IF WS-ANO-RESTO-SEC = ZEROS
065240     ,  DIVIDE WS-ANO-TRABALHO BY 400 GIVING WS-ANO-QUOC
065250     ,         REMAINDER WS-ANO-RESTO-SEC
065260     ,  IF WS-ANO-RESTO-SEC NOT = ZEROS
065270     ,  ,  MOVE 1                  TO WS-ANO-RESTO
065280     ,  END-IF
065290     END-IF.
065300 VERIFICA-BISSEXTO-FIM. EXIT.
065310*
065320*----NUMERO DO DIA DESDE 01/01/0001 (ANO E DIA DO ANO), PARA-----*
065330*----CONTAR DIAS ENTRE DATAS DE ANOS DIFERENTES------------------*
065340 CALCULA-DIA-ABSOLUTO.
065350     COMPUTE WS-ANO-ANTERIOR = WS-ANO-TRABALHO - 1.
065360     DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-QT-QUADRIENIOS.
065370     DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QT-SECULOS.
065380     DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QT-QUADRISSECULOS.
065390     COMPUTE WS-DIA-ABSOLUTO = WS-ANO-ANTERIOR * 365
065391                             + WS-QT-QUADRIENIOS
065392                             - WS-QT-SECULOS
065393                             + WS-QT-QUADRISSECULOS
065394                             + WS-DIA-ANO-TRAB.
065395 CALCULA-DIA-ABSOLUTO-FIM. EXIT.
065400*
065500 LIMPA-FORG.
065600     MOVE ZEROS TO WS-FORG-QT-DED(WS-IND-FORG)
065700                   WS-FORG-SD-DED(WS-IND-FORG)
065800                   WS-FORG-QT-NDED(WS-IND-FORG)
065900                   WS-FORG-SD-NDED(WS-IND-FORG)
066000                   WS-FORG-QT-ADI(WS-IND-FORG)
066100                   WS-FORG-SD-ADI(WS-IND-FORG)
066200                   WS-FORG-QT-EXC(WS-IND-FORG)
066300                   WS-FORG-SD-EXC(WS-IND-FORG).
066400 LIMPA-FORG-FIM. EXIT.
066500*--------RECUSA DO PROCESSAMENTO (NADA E GRAVADO)----------------*
066600 RECUSA-PROCESSAMENTO.
066700     DISPLAY '*************************'.
066800     DISPLAY '** CLASSIFICACAO FISCAL RECUSADA **'.
066900     DISPLAY '** PERIODO.......: ' WS-PERIODO.
067000     DISPLAY '** MOTIVO........: ' WS-MOTIVO-RECUSA.
067100     DISPLAY '*************************'.
067200     MOVE 'UUGPB923'                TO RUNJRN-WS-PROGRAMA.
067300     MOVE ZEROS                     TO RUNJRN-WS-ENTRADA
067400                                       RUNJRN-WS-SAIDA
067500                                       RUNJRN-WS-REJEITOS.
067600     MOVE 12                        TO RUNJRN-WS-RETORNO.
067700     PERFORM GRAVA-RUN-JOURNAL      THRU GRAVA-RUN-JOURNAL-EXIT.
067800     MOVE 12                        TO RETURN-CODE.
067900     STOP RUN.
068000 RECUSA-PROCESSAMENTO-FIM. EXIT.
068100*--FIM RECUSA DO PROCESSAMENTO-----------------------------------*
068200*----CONTAS NOTIFICADAS (COBRANCA ADMINISTRATIVA) E BAIXAS-------*
068300*----CLASSIFICADAS POR ORG + CONTA-------------------------------*
068400 CLASSIFICA-ARQUIVOS.
068500     MOVE 'OPNF'              TO WS-ABEND-LOCATION.
068600     OPEN INPUT NOTFIS.
068700     IF FS-NOTFIS NOT EQUAL '00'
068800     ,  DISPLAY '**************************'
068900     ,  DISPLAY '** OPEN ERROR NOTFIS     **'
069000     ,  DISPLAY '** STATUS = ' FS-NOTFIS
069100     ,  DISPLAY '**************************'
069200     ,  MOVE 'ERRO OPEN NOTFI '   TO WS-ABENDMSG8
069300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
069400     END-IF.
069500     MOVE 'OPNC'              TO WS-ABEND-LOCATION.
069600     OPEN OUTPUT NOTCTA.
069700     IF FS-NOTCTA NOT EQUAL '00'
069800     ,  DISPLAY '**************************'
069900     ,  DISPLAY '** OPEN ERROR NOTCTA     **'
070000     ,  DISPLAY '** STATUS = ' FS-NOTCTA
070100     ,  DISPLAY '**************************'
070200     ,  MOVE 'ERRO OPEN NOTCT '   TO WS-ABENDMSG8
070300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
070400     END-IF.
070500     PERFORM DESMEMBRA-NOTIFICA THRU DESMEMBRA-NOTIFICA-FIM
070600             UNTIL FS-NOTFIS = '10'.
070700     CLOSE NOTFIS NOTCTA.
070800*
070900     MOVE 'SRT1'                     TO WS-ABEND-LOCATION.
071000     SORT CLASSIF ON ASCENDING KEY CLASSIF-ORG
071100                                   CLASSIF-CONTA
071110                                   CLASSIF-DT-SEL-AAAA
071120                                   CLASSIF-DT-SEL-MM
071130                                   CLASSIF-DT-SEL-DD
071200          USING  SELFIS
071300          GIVING SELSORT.
071400*
071500     MOVE 'SRT2'                     TO WS-ABEND-LOCATION.
071600     SORT CLASSI2 ON ASCENDING KEY CLASSI2-ORG
071700                                   CLASSI2-CONTA
071800          USING  NOTCTA
071900          GIVING NOTSORT.
072000*
072100     MOVE 'OPSS'              TO WS-ABEND-LOCATION.
072200     OPEN INPUT SELSORT NOTSORT.
072300     IF FS-SELSORT NOT EQUAL '00'
072400     OR FS-NOTSORT NOT EQUAL '00'
072500     ,  DISPLAY '**************************'
072600     ,  DISPLAY '** OPEN ERROR SELSORT/NOTSORT **'
072700     ,  DISPLAY '** STATUS = ' FS-SELSORT ' ' FS-NOTSORT
072800     ,  DISPLAY '**************************'
072900     ,  MOVE 'ERRO OPEN SORTS '   TO WS-ABENDMSG8
073000     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
073100     END-IF.
073110     PERFORM LER-PROXIMA-SELSORT     THRU LER-PROXIMA-SELSORT-FIM.
073200 CLASSIFICA-ARQUIVOS-FIM. EXIT.
073300*
073400*----UMA LINHA POR CONTA LISTADA NA CARTA DE NOTIFICACAO---------*
073500 DESMEMBRA-NOTIFICA.
073600     MOVE 'RDNF'                    TO WS-ABEND-LOCATION.
073700     READ NOTFIS.
073800     IF FS-NOTFIS NOT = ZEROS
073900     ,  IF FS-NOTFIS NOT = 10
074000     ,  ,  DISPLAY '*************************'
074100     ,  ,  DISPLAY '**    READ NOTFIS      **'
074200     ,  ,  DISPLAY '** STATUS = ' FS-NOTFIS
074300     ,  ,  DISPLAY '*************************'
074400     ,  ,  MOVE 'ERRO READ NOTFI '  TO WS-ABENDMSG8
074500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
074600     ,  END-IF
074700     ,  GO                          TO DESMEMBRA-NOTIFICA-FIM
074800     END-IF.
074900     MOVE ZEROS                     TO WS-IND-CTA.
075000     PERFORM GRAVA-NOTCTA           THRU GRAVA-NOTCTA-FIM
075100             UNTIL WS-IND-CTA >= NOTFIS-QTDE-CONTAS
075200             OR    WS-IND-CTA >= 10.
075300 DESMEMBRA-NOTIFICA-FIM. EXIT.
075400 GRAVA-NOTCTA.
075500     ADD 1                          TO WS-IND-CTA.
075600     MOVE NOTFIS-ORG                TO NOTCTA-ORG.
075700     MOVE NOTFIS-CONTA(WS-IND-CTA)  TO NOTCTA-CONTA.
075800     MOVE 'GRNC'                    TO WS-ABEND-LOCATION.
075900     WRITE NOTCTA-REGISTRO.
075910     IF FS-NOTCTA NOT = '00'
075920     ,  DISPLAY '*************************'
075930     ,  DISPLAY '**   WRITE NOTCTA      **'
075940     ,  DISPLAY '** STATUS = ' FS-NOTCTA
075950     ,  DISPLAY '*************************'
075960     ,  MOVE 'ERRO WRIT NOTCT '     TO WS-ABENDMSG8
075970     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
075980     END-IF.
076000     ADD 1                          TO WS-CONT-NOTCTA.
076100 GRAVA-NOTCTA-FIM. EXIT.
076200*--FIM CONTAS NOTIFICADAS E BAIXAS CLASSIFICADAS-----------------*
076300*------------------ABERTURA DAS SAIDAS
076400 ABRIR-SAIDAS.
076500     MOVE 'OPFE'              TO WS-ABEND-LOCATION.
076600     OPEN OUTPUT FISEXT.
076700     IF FS-FISEXT NOT EQUAL '00'
076800     ,  DISPLAY '**************************'
076900     ,  DISPLAY '** OPEN ERROR FISEXT     **'
077000     ,  DISPLAY '** STATUS = ' FS-FISEXT
077100     ,  DISPLAY '**************************'
077200     ,  MOVE 'ERRO OPEN FISEX '   TO WS-ABENDMSG8
077300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
077400     END-IF.
077500*
077600     MOVE 'OPLL'              TO WS-ABEND-LOCATION.
077700     OPEN OUTPUT LALURIF.
077800     IF FS-LALURIF NOT EQUAL '00'
077900     ,  DISPLAY '**************************'
078000     ,  DISPLAY '** OPEN ERROR LALURIF    **'
078100     ,  DISPLAY '** STATUS = ' FS-LALURIF
078200     ,  DISPLAY '**************************'
078300     ,  MOVE 'ERRO OPEN LALUR '   TO WS-ABENDMSG8
078400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
078500     END-IF.
078600*
078700     MOVE 'OPRF'              TO WS-ABEND-LOCATION.
078800     OPEN OUTPUT RELFIS.
078900     IF FS-RELFIS NOT EQUAL '00'
079000     ,  DISPLAY '**************************'
079100     ,  DISPLAY '** OPEN ERROR RELFIS     **'
079200     ,  DISPLAY '** STATUS = ' FS-RELFIS
079300     ,  DISPLAY '**************************'
079400     ,  MOVE 'ERRO OPEN RELFI '   TO WS-ABENDMSG8
079500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
079600     END-IF.
079700*
079800     MOVE 'GRLH'              TO WS-ABEND-LOCATION.
079900     MOVE WS-DATA-JULIANA     TO LALUR-H-DATA-JULIANA.
080000     WRITE LALURIF-REGISTRO FROM LALUR-HEADER.
080010     PERFORM TESTA-GRAVA-LALUR THRU TESTA-GRAVA-LALUR-FIM.
080100 ABRIR-SAIDAS-FIM. EXIT.
080200*------------------FIM DA ABERTURA DAS SAIDAS
080300*--------------LEITURA DO EXTRATO DO TRIMESTRE ANTERIOR----------*
080400 LER-FISANT.
080500     MOVE 'RDFA'                    TO WS-ABEND-LOCATION.
080510     IF WS-FISANT-AUSENTE
080520     ,  MOVE '10'                   TO FS-FISANT
080530     ,  GO                          TO LER-FISANT-FIM
080540     END-IF.
080600     READ FISANT.
080700     IF FS-FISANT NOT = ZEROS
080800     ,  IF FS-FISANT NOT = 10
080900     ,  ,  DISPLAY '*************************'
081000     ,  ,  DISPLAY '**    READ FISANT      **'
081100     ,  ,  DISPLAY '** STATUS = ' FS-FISANT
081200     ,  ,  DISPLAY '*************************'
081300     ,  ,  MOVE 'ERRO READ FISAN '  TO WS-ABENDMSG8
081400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
081500     ,  END-IF
081600     END-IF.
081700 LER-FISANT-FIM. EXIT.
081800*------------FIM LEITURA DO EXTRATO DO TRIMESTRE ANTERIOR--------*
081801*----CONTAS DO FISANT POR ORG + CONTA (JA CLASSIFICADAS ANTES)---*
081802 CLASSIFICA-FISANT.
081803     IF WS-FISANT-AUSENTE
081804     ,  MOVE '10'                   TO FS-FISSORT
081805     ,  GO                          TO CLASSIFICA-FISANT-FIM
081806     END-IF.
081807     MOVE 'CLFA'                    TO WS-ABEND-LOCATION.
081808     CLOSE FISANT.
081809     IF FS-FISANT NOT EQUAL '00'
081810        DISPLAY '##ERRO FECHAR ARQUIVO FISANT: ' FS-FISANT
081811        MOVE 'ERRO CLOSE FISAN'   TO WS-ABENDMSG8
081812        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
081813     END-IF.
081814*
081815     MOVE 'SRT3'                    TO WS-ABEND-LOCATION.
081816     SORT CLASSI3 ON ASCENDING KEY CLASSI3-ORG
081817                                   CLASSI3-CONTA
081818          USING  FISANT
081819          GIVING FISSORT.
081820*
081821     MOVE 'OPFS'                    TO WS-ABEND-LOCATION.
081822     OPEN INPUT FISSORT.
081823     IF FS-FISSORT NOT EQUAL '00'
081824     ,  DISPLAY '**************************'
081825     ,  DISPLAY '** OPEN ERROR FISSORT    **'
081826     ,  DISPLAY '** STATUS = ' FS-FISSORT
081827     ,  DISPLAY '**************************'
081828     ,  MOVE 'ERRO OPEN FISSO '   TO WS-ABENDMSG8
081829     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
081830     END-IF.
081831 CLASSIFICA-FISANT-FIM. EXIT.
081832*
081833 LER-FISSORT.
081834     IF FS-FISSORT = '10'
081835     ,  MOVE HIGH-VALUES            TO WS-CHAVE-FISANT
081836     ,  GO                          TO LER-FISSORT-FIM
081837     END-IF.
081838     MOVE 'RDFS'                    TO WS-ABEND-LOCATION.
081839     READ FISSORT.
081840     IF FS-FISSORT NOT = ZEROS
081841     ,  IF FS-FISSORT NOT = 10
081842     ,  ,  DISPLAY '*************************'
081843     ,  ,  DISPLAY '**    READ FISSORT     **'
081844     ,  ,  DISPLAY '** STATUS = ' FS-FISSORT
081845     ,  ,  DISPLAY '*************************'
081846     ,  ,  MOVE 'ERRO READ FISSO '  TO WS-ABENDMSG8
081847     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
081848     ,  END-IF
081849     ,  MOVE HIGH-VALUES            TO WS-CHAVE-FISANT
081850     ,  GO                          TO LER-FISSORT-FIM
081851     END-IF.
081852     MOVE FISSORT-ORG               TO WS-CHAVE-FIS-ORG.
081853     MOVE FISSORT-CONTA             TO WS-CHAVE-FIS-CONTA.
081854 LER-FISSORT-FIM. EXIT.
081855*--FIM CONTAS DO FISANT POR ORG + CONTA--------------------------*
081900*--------------LEITURA DAS BAIXAS CLASSIFICADAS------------------*
082000*----A CONTA SELECIONADA EM MAIS DE UM CICLO FICA SO COM A-------*
082010*----ULTIMA SELECAO (O SELSORT ESTA EM ORDEM DE DATA NA CONTA)---*
082020 LER-SELSORT.
082030     IF WS-SELSORT-ESGOTADO
082040     ,  MOVE HIGH-VALUES            TO WS-CHAVE-SELECAO
082050     ,  GO                          TO LER-SELSORT-FIM
082060     END-IF.
082070     MOVE SELSORT-PROXIMO           TO SELSORT-ATUAL.
082080     PERFORM LER-PROXIMA-SELSORT    THRU LER-PROXIMA-SELSORT-FIM.
082090     PERFORM DESCARTA-REPETIDA      THRU DESCARTA-REPETIDA-FIM
082100             UNTIL WS-SELSORT-ESGOTADO
082110             OR    SELPRX-ORG   NOT = SELSORT-ORG
082120             OR    SELPRX-CONTA NOT = SELSORT-CONTA.
082130     MOVE SELSORT-ORG               TO WS-CHAVE-SEL-ORG.
082140     MOVE SELSORT-CONTA             TO WS-CHAVE-SEL-CONTA.
082150 LER-SELSORT-FIM. EXIT.
082160*
082170 DESCARTA-REPETIDA.
082180     ADD 1                          TO WS-CONT-REPETIDAS.
082190     MOVE SELSORT-PROXIMO           TO SELSORT-ATUAL.
082200     PERFORM LER-PROXIMA-SELSORT    THRU LER-PROXIMA-SELSORT-FIM.
082210 DESCARTA-REPETIDA-FIM. EXIT.
082220*
082230 LER-PROXIMA-SELSORT.
082240     MOVE 'RDSS'                    TO WS-ABEND-LOCATION.
082250     READ SELSORT                 INTO SELSORT-PROXIMO.
082300     IF FS-SELSORT NOT = ZEROS
082400     ,  IF FS-SELSORT NOT = 10
082500     ,  ,  DISPLAY '*************************'
082600     ,  ,  DISPLAY '**    READ SELSORT     **'
082700     ,  ,  DISPLAY '** STATUS = ' FS-SELSORT
082800     ,  ,  DISPLAY '*************************'
082900     ,  ,  MOVE 'ERRO READ SELSO '  TO WS-ABENDMSG8
083000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
083100     ,  END-IF
083200     ,  MOVE 'S'                    TO WS-FIM-SELSORT
083300     ,  GO                          TO LER-PROXIMA-SELSORT-FIM
083400     END-IF.
083500     ADD 1                          TO WS-CONT-SELFIS.
083800 LER-PROXIMA-SELSORT-FIM. EXIT.
083900*
084000 LER-NOTSORT.
084100     MOVE 'RDNS'                    TO WS-ABEND-LOCATION.
084200     READ NOTSORT.
084300     IF FS-NOTSORT NOT = ZEROS
084400     ,  IF FS-NOTSORT NOT = 10
084500     ,  ,  DISPLAY '*************************'
084600     ,  ,  DISPLAY '**    READ NOTSORT     **'
084700     ,  ,  DISPLAY '** STATUS = ' FS-NOTSORT
084800     ,  ,  DISPLAY '*************************'
084900     ,  ,  MOVE 'ERRO READ NOTSO '  TO WS-ABENDMSG8
085000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
085100     ,  END-IF
085200     ,  MOVE HIGH-VALUES            TO WS-CHAVE-NOTIFICADA
085300     ,  GO                          TO LER-NOTSORT-FIM
085400     END-IF.
085500     MOVE NOTSORT-ORG               TO WS-CHAVE-NOT-ORG.
085600     MOVE NOTSORT-CONTA             TO WS-CHAVE-NOT-CONTA.
085700 LER-NOTSORT-FIM. EXIT.
085800*------------FIM LEITURA DAS BAIXAS CLASSIFICADAS----------------*
085900*----PENDENTE DE TRIMESTRE ANTERIOR: REAVALIA NA NOVA DATA-------*
086000 TRATA-PENDENTE.
086100     MOVE FISANT-REGISTRO           TO FISEXT-REGISTRO.
086200     IF NOT FISEXT-NAO-DEDUTIVEL
086300     ,  GO                          TO TRATA-PENDENTE-LER
086400     END-IF.
086500     ADD 1                          TO WS-CONT-FISANT.
086600     MOVE WS-PERIODO                TO FISEXT-PERIODO.
086700     MOVE 'A'                       TO FISEXT-ORIGEM.
086800     MOVE SPACES                    TO FISEXT-AJUSTE-LALUR.
086900     PERFORM CLASSIFICA-PERDA       THRU CLASSIFICA-PERDA-FIM.
087000     IF FISEXT-DEDUTIVEL
087100     ,  MOVE 'E'                    TO FISEXT-AJUSTE-LALUR
087200     END-IF.
087300     PERFORM GRAVA-EXTRATO-FISCAL   THRU GRAVA-EXTRATO-FISCAL-FIM.
087400 TRATA-PENDENTE-LER.
087500     PERFORM LER-FISANT             THRU LER-FISANT-FIM.
087600 TRATA-PENDENTE-FIM. EXIT.
087700*--FIM PENDENTE DE TRIMESTRE ANTERIOR----------------------------*
087800*----BAIXA DO TRIMESTRE: CLASSIFICA E ADICIONA AS NAO DEDUTIVEIS-*
087900 TRATA-BAIXA.
088000     MOVE SELSORT-DATA-SELECAO      TO WS-DATA-SELECAO.
088100     IF WS-DT-SEL-AAAA NOT = WS-PER-ANO
088200     OR WS-DT-SEL-MM < WS-MES-INICIO
088300     OR WS-DT-SEL-MM > WS-MES-FIM
088400     ,  ADD 1                       TO WS-CONT-FORA-PERIODO
088500     ,  GO                          TO TRATA-BAIXA-LER
088600     END-IF.
088700     PERFORM AVANCA-NOTSORT         THRU AVANCA-NOTSORT-FIM
088800             UNTIL WS-CHAVE-NOTIFICADA NOT < WS-CHAVE-SELECAO.
088810*----CONTA JA CLASSIFICADA EM TRIMESTRE ANTERIOR (ESTA NO FISANT)*
088820     PERFORM AVANCA-FISSORT         THRU AVANCA-FISSORT-FIM
088830             UNTIL WS-CHAVE-FISANT NOT < WS-CHAVE-SELECAO.
088840     IF WS-CHAVE-FISANT = WS-CHAVE-SELECAO
088850     ,  ADD 1                       TO WS-CONT-JA-NO-FISANT
088860     ,  GO                          TO TRATA-BAIXA-LER
088870     END-IF.
088872*----PRIMEIRA SELECAO ANTES DO TRIMESTRE: JA CLASSIFICADA EM-----*
088874*----TRIMESTRE ANTERIOR (SEM FISANT NAO HOUVE CLASSIFICACAO)-----*
088876     IF NOT WS-FISANT-AUSENTE
088878     ,  PERFORM CONSULTA-PRIM-SELECAO
088880     ,          THRU CONSULTA-PRIM-SELECAO-FIM
088882     ,  IF WS-DATA-PRIM-INV NOT = ZEROS
088884     ,  AND WS-DATA-PRIM-INV < WS-DATA-INICIO-TRI
088886     ,  ,  ADD 1                    TO WS-CONT-TRIM-ANTERIOR
088888     ,  ,  GO                       TO TRATA-BAIXA-LER
088890     ,  END-IF
088892     END-IF.
088900*
089000     MOVE SPACES                    TO FISEXT-REGISTRO.
089100     MOVE WS-PERIODO                TO FISEXT-PERIODO.
089200     MOVE 'T'                       TO FISEXT-ORIGEM.
089300     MOVE SELSORT-ORG               TO FISEXT-ORG.
089400     MOVE SELSORT-CONTA             TO FISEXT-CONTA.
089500     MOVE SELSORT-LOGO              TO FISEXT-LOGO.
089600     MOVE SELSORT-CPF-CLIENTE       TO FISEXT-CPF-CLIENTE.
089700     MOVE SELSORT-DATA-SELECAO      TO FISEXT-DATA-SELECAO.
089800     MOVE SELSORT-DATA-VENCIMENTO   TO FISEXT-DATA-VENCIMENTO.
089900     MOVE SELSORT-DIAS-ATRASO       TO FISEXT-DIAS-ATRASO-SEL.
090000     MOVE SELSORT-SALDO-CONTA       TO FISEXT-SALDO.
090100     MOVE ZEROS                     TO FISEXT-PERIODO-ADICAO.
090200     IF WS-CHAVE-NOTIFICADA = WS-CHAVE-SELECAO
090300     ,  MOVE 'S'                    TO FISEXT-IND-COBRANCA
090400     ELSE
090500     ,  MOVE 'N'                    TO FISEXT-IND-COBRANCA
090600     END-IF.
090700     PERFORM CLASSIFICA-PERDA       THRU CLASSIFICA-PERDA-FIM.
090800     IF FISEXT-NAO-DEDUTIVEL
090900     ,  MOVE 'A'                    TO FISEXT-AJUSTE-LALUR
091000     ,  MOVE WS-PERIODO             TO FISEXT-PERIODO-ADICAO
091100     END-IF.
091200     PERFORM GRAVA-EXTRATO-FISCAL   THRU GRAVA-EXTRATO-FISCAL-FIM.
091300*
091400 TRATA-BAIXA-LER.
091500     PERFORM LER-SELSORT            THRU LER-SELSORT-FIM.
091600 TRATA-BAIXA-FIM. EXIT.
091700*
091800 AVANCA-NOTSORT.
091900     PERFORM LER-NOTSORT            THRU LER-NOTSORT-FIM.
092000 AVANCA-NOTSORT-FIM. EXIT.
092010*
092020 AVANCA-FISSORT.
092030     PERFORM LER-FISSORT            THRU LER-FISSORT-FIM.
092040 AVANCA-FISSORT-FIM. EXIT.
092042*
092044*----DATA DA PRIMEIRA SELECAO DA CONTA NO HISTMST (AAAAMMDD); A--*
092046*----CONTA QUE JA SAIU DO HISTMST (RESOLVIDA) FICA COM ZEROS-----*
092048 CONSULTA-PRIM-SELECAO.
092050     MOVE ZEROS                     TO WS-DATA-PRIM-INV.
092052     MOVE SELSORT-ORG               TO HISTMST-ORG.
092054     MOVE SELSORT-CONTA             TO HISTMST-CONTA.
092056     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
092058     READ HISTMST.
092060     IF FS-HISTMST = '23'
092062     ,  GO                          TO CONSULTA-PRIM-SELECAO-FIM
092064     END-IF.
092066     IF FS-HISTMST NOT = '00'
092068     ,  DISPLAY '*************************'
092070     ,  DISPLAY '**    READ HISTMST     **'
092072     ,  DISPLAY '** STATUS = ' FS-HISTMST
092074     ,  DISPLAY '*************************'
092076     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
092078     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
092080     END-IF.
092082     MOVE HISTMST-DATA-PRIM-SELECAO TO WS-DATA-PRIM-SEL.
092084     COMPUTE WS-DATA-PRIM-INV = WS-DT-PRI-AAAA * 10000
092086                              + WS-DT-PRI-MM * 100
092088                              + WS-DT-PRI-DD.
092090 CONSULTA-PRIM-SELECAO-FIM. EXIT.
092100*--FIM BAIXA DO TRIMESTRE----------------------------------------*
092200*--------ENQUADRAMENTO NA FAIXA LEGAL (ART. 9, PAR. 7)-----------*
092300 CLASSIFICA-PERDA.
092400     PERFORM CALCULA-DIAS-VENCIDO   THRU CALCULA-DIAS-VENCIDO-FIM.
092500     PERFORM CONSULTA-JUDICIAL      THRU CONSULTA-JUDICIAL-FIM.
092600     MOVE 'N'                       TO FISEXT-IND-DEDUTIVEL.
092700     IF FISEXT-SALDO NOT > WS-LIMITE-FAIXA-1
092800     ,  MOVE 1                      TO FISEXT-FAIXA
092900     ,  IF FISEXT-DIAS-VENCIDO > 180
093000     ,  ,  MOVE 'S'                 TO FISEXT-IND-DEDUTIVEL
093100     ,  ,  MOVE '00'                TO FISEXT-MOTIVO
093200     ,  ELSE
093300     ,  ,  MOVE '01'                TO FISEXT-MOTIVO
093400     ,  END-IF
093500     ELSE
093600     ,  IF FISEXT-SALDO NOT > WS-LIMITE-FAIXA-2
093700     ,  ,  MOVE 2                   TO FISEXT-FAIXA
093800     ,  ,  IF FISEXT-DIAS-VENCIDO NOT > 365
093900     ,  ,  ,  MOVE '01'             TO FISEXT-MOTIVO
094000     ,  ,  ELSE
094100     ,  ,  ,  IF FISEXT-IND-COBRANCA NOT = 'S'
094200     ,  ,  ,  ,  MOVE '02'          TO FISEXT-MOTIVO
094300     ,  ,  ,  ELSE
094400     ,  ,  ,  ,  MOVE 'S'           TO FISEXT-IND-DEDUTIVEL
094500     ,  ,  ,  ,  MOVE '00'          TO FISEXT-MOTIVO
094600     ,  ,  ,  END-IF
094700     ,  ,  END-IF
094800     ,  ELSE
094900     ,  ,  MOVE 3                   TO FISEXT-FAIXA
095000     ,  ,  IF FISEXT-DIAS-VENCIDO NOT > 365
095100     ,  ,  ,  MOVE '01'             TO FISEXT-MOTIVO
095200     ,  ,  ELSE
095300     ,  ,  ,  IF FISEXT-IND-JUDICIAL NOT = 'S'
095400     ,  ,  ,  ,  MOVE '03'          TO FISEXT-MOTIVO
095500     ,  ,  ,  ELSE
095600     ,  ,  ,  ,  MOVE 'S'           TO FISEXT-IND-DEDUTIVEL
095700     ,  ,  ,  ,  MOVE '00'          TO FISEXT-MOTIVO
095800     ,  ,  ,  END-IF
095900     ,  ,  END-IF
096000     ,  END-IF
096100     END-IF.
096200 CLASSIFICA-PERDA-FIM. EXIT.
096300*
096400*----DIAS VENCIDOS NO ULTIMO DIA DO TRIMESTRE: PELO VENCIMENTO---*
096500*----(JULIANA) OU, SEM ELE, PELOS DIAS EM ATRASO NA SELECAO------*
096600 CALCULA-DIAS-VENCIDO.
096700     IF FISEXT-DATA-VENCIMENTO > ZEROS
096800     ,  MOVE FISEXT-DATA-VENCIMENTO TO WS-DATA-VENCIMENTO
096810     ,  MOVE WS-DT-VENC-AAAA        TO WS-ANO-TRABALHO
096820     ,  MOVE WS-DT-VENC-DDD         TO WS-DIA-ANO-TRAB
096830     ,  PERFORM CALCULA-DIA-ABSOLUTO
096840     ,          THRU CALCULA-DIA-ABSOLUTO-FIM
096900     ,  COMPUTE WS-DIAS-CALC = WS-DIA-ABS-FIM - WS-DIA-ABSOLUTO
097200     ELSE
097300     ,  MOVE FISEXT-DATA-SELECAO    TO WS-DATA-SELECAO
097400     ,  MOVE WS-DT-SEL-AAAA         TO WS-ANO-TRABALHO
097500     ,  PERFORM VERIFICA-BISSEXTO   THRU VERIFICA-BISSEXTO-FIM
097600     ,  COMPUTE WS-DIA-ANO-SELECAO =
097700     ,          WS-DIAS-ACUM(WS-DT-SEL-MM) + WS-DT-SEL-DD
097800     ,  IF WS-ANO-RESTO = ZEROS
097900     ,  AND WS-DT-SEL-MM > 2
098000     ,  ,  ADD 1                    TO WS-DIA-ANO-SELECAO
098100     ,  END-IF
098110     ,  MOVE WS-DIA-ANO-SELECAO     TO WS-DIA-ANO-TRAB
098120     ,  PERFORM CALCULA-DIA-ABSOLUTO
098130     ,          THRU CALCULA-DIA-ABSOLUTO-FIM
098200     ,  COMPUTE WS-DIAS-CALC = FISEXT-DIAS-ATRASO-SEL
098400     ,        + WS-DIA-ABS-FIM - WS-DIA-ABSOLUTO
098500     END-IF.
098600     IF WS-DIAS-CALC < ZEROS
098700     ,  MOVE ZEROS                  TO WS-DIAS-CALC
098800     END-IF.
098900     MOVE WS-DIAS-CALC              TO FISEXT-DIAS-VENCIDO.
099000 CALCULA-DIAS-VENCIDO-FIM. EXIT.
099100*
099200*----PROCEDIMENTO JUDICIAL: CONTA NO BLQMST COM MOTIVO JU OU JR--*
099300 CONSULTA-JUDICIAL.
099400     MOVE 'N'                       TO FISEXT-IND-JUDICIAL.
099500     IF WS-BLQMST-AUSENTE
099600     ,  GO                          TO CONSULTA-JUDICIAL-FIM
099700     END-IF.
099800     MOVE FISEXT-ORG                TO BLQMST-ORG.
099900     MOVE FISEXT-CONTA              TO BLQMST-CONTA.
100000     MOVE 'RDBM'                    TO WS-ABEND-LOCATION.
100100     READ BLQMST.
100200     IF FS-BLQMST = '23'
100300     ,  GO                          TO CONSULTA-JUDICIAL-FIM
100400     END-IF.
100500     IF FS-BLQMST NOT = '00'
100600     ,  DISPLAY '*************************'
100700     ,  DISPLAY '**    READ BLQMST      **'
100800     ,  DISPLAY '** STATUS = ' FS-BLQMST
100900     ,  DISPLAY '*************************'
101000     ,  MOVE 'ERRO READ BLQM  '     TO WS-ABENDMSG8
101100     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
101200     END-IF.
101300     IF BLQMST-MOT-JUDICIAL
101400     OR BLQMST-MOT-JURIDICO
101500     ,  MOVE 'S'                    TO FISEXT-IND-JUDICIAL
101600     END-IF.
101700 CONSULTA-JUDICIAL-FIM. EXIT.
101800*------FIM ENQUADRAMENTO NA FAIXA LEGAL--------------------------*
101900*--------GRAVACAO DO EXTRATO, DO RELATORIO E DOS TOTAIS DA ORG---*
102000 GRAVA-EXTRATO-FISCAL.
102100     MOVE 'GRFE'                    TO WS-ABEND-LOCATION.
102200     WRITE FISEXT-REGISTRO.
102300     IF FS-FISEXT NOT = '00'
102400     ,  DISPLAY '*************************'
102500     ,  DISPLAY '**   WRITE FISEXT      **'
102600     ,  DISPLAY '** STATUS = ' FS-FISEXT
102700     ,  DISPLAY '*************************'
102800     ,  MOVE 'ERRO WRIT FISEX '     TO WS-ABENDMSG8
102900     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
103000     END-IF.
103100     ADD 1                          TO WS-CONT-EXTRATO.
103200*
103300     MOVE FISEXT-ORG                TO WS-ORG-PROCURA.
103400     PERFORM ACUMULA-FISCAL-ORG     THRU ACUMULA-FISCAL-ORG-FIM.
103500     IF FISEXT-DEDUTIVEL
103600     ,  ADD 1                       TO WS-CONT-DEDUTIVEIS
103700     ,  ADD 1             TO WS-FORG-QT-DED(WS-IND-FORG)
103800     ,                       WS-FORG-QT-DED(101)
103900     ,  ADD FISEXT-SALDO  TO WS-FORG-SD-DED(WS-IND-FORG)
104000     ,                       WS-FORG-SD-DED(101)
104100     ELSE
104200     ,  ADD 1                       TO WS-CONT-NAO-DEDUTIVEIS
104300     ,  ADD 1             TO WS-FORG-QT-NDED(WS-IND-FORG)
104400     ,                       WS-FORG-QT-NDED(101)
104500     ,  ADD FISEXT-SALDO  TO WS-FORG-SD-NDED(WS-IND-FORG)
104600     ,                       WS-FORG-SD-NDED(101)
104700     END-IF.
104800     IF FISEXT-ADICAO
104900     ,  ADD 1             TO WS-FORG-QT-ADI(WS-IND-FORG)
105000     ,                       WS-FORG-QT-ADI(101)
105100     ,  ADD FISEXT-SALDO  TO WS-FORG-SD-ADI(WS-IND-FORG)
105200     ,                       WS-FORG-SD-ADI(101)
105300     END-IF.
105400     IF FISEXT-EXCLUSAO
105500     ,  ADD 1             TO WS-FORG-QT-EXC(WS-IND-FORG)
105600     ,                       WS-FORG-QT-EXC(101)
105700     ,  ADD FISEXT-SALDO  TO WS-FORG-SD-EXC(WS-IND-FORG)
105800     ,                       WS-FORG-SD-EXC(101)
105900     END-IF.
106000*
106100     MOVE FISEXT-ORG                TO FIS-ORG.
106200     MOVE FISEXT-LOGO               TO FIS-LOGO.
106300     MOVE FISEXT-CONTA              TO FIS-CONTA.
106400     MOVE FISEXT-DATA-SELECAO       TO FIS-DATA-SELECAO.
106500     MOVE FISEXT-DATA-VENCIMENTO    TO FIS-DATA-VENCIMENTO.
106600     MOVE FISEXT-DIAS-VENCIDO       TO FIS-DIAS.
106700     MOVE FISEXT-SALDO              TO FIS-SALDO.
106800     MOVE FISEXT-FAIXA              TO FIS-FAIXA.
106900     MOVE FISEXT-IND-COBRANCA       TO FIS-IND-COBRANCA.
107000     MOVE FISEXT-IND-JUDICIAL       TO FIS-IND-JUDICIAL.
107100     IF FISEXT-DEDUTIVEL
107200     ,  MOVE 'SIM'                  TO FIS-DEDUTIVEL
107300     ELSE
107400     ,  MOVE 'NAO'                  TO FIS-DEDUTIVEL
107500     END-IF.
107600     IF FISEXT-MOTIVO = '00'
107700     ,  MOVE 'PERDA DEDUTIVEL'      TO FIS-MOTIVO
107800     ELSE
107900     ,  IF FISEXT-MOTIVO = '01'
108000     ,  ,  MOVE 'PRAZO VENCIMENTO NAO ATINGIDO'
108100     ,  ,                           TO FIS-MOTIVO
108200     ,  ELSE
108300     ,  ,  IF FISEXT-MOTIVO = '02'
108400     ,  ,  ,  MOVE 'SEM COBRANCA ADMINISTRATIVA'
108500     ,  ,  ,                        TO FIS-MOTIVO
108600     ,  ,  ELSE
108700     ,  ,  ,  MOVE 'SEM PROCEDIMENTO JUDICIAL'
108800     ,  ,  ,                        TO FIS-MOTIVO
108900     ,  ,  END-IF
109000     ,  END-IF
109100     END-IF.
109200     IF FISEXT-ADICAO
109300     ,  MOVE 'ADICAO'               TO FIS-AJUSTE
109400     ELSE
109500     ,  IF FISEXT-EXCLUSAO
109600     ,  ,  MOVE 'EXCLUSAO'          TO FIS-AJUSTE
109700     ,  ELSE
109800     ,  ,  MOVE SPACES              TO FIS-AJUSTE
109900     ,  END-IF
110000     END-IF.
110100     IF WS-CONT-LINHAS = 00
110200     ,  ADD 1                       TO WS-CONT-PAG
110300     ,  MOVE WS-CONT-PAG            TO WS-PAG
110400     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
110500     END-IF.
110600     WRITE RELFIS-LINHA           FROM RELFIS-CORPO.
110700     ADD 1                          TO WS-CONT-LINHAS.
110800     IF WS-CONT-LINHAS > 59
110900     ,  MOVE 0                      TO WS-CONT-LINHAS
111000     END-IF.
111100 GRAVA-EXTRATO-FISCAL-FIM. EXIT.
111200*
111300*------LOCALIZA (OU INCLUI) A ORG NA TABELA FISCAL---------------*
111400 ACUMULA-FISCAL-ORG.
111500     MOVE 'N'                       TO WS-ACHOU-FORG.
111600     MOVE ZEROS                     TO WS-IND-FORG.
111700     PERFORM PROCURA-FISCAL-ORG     THRU PROCURA-FISCAL-ORG-FIM
111800             UNTIL WS-IND-FORG >= WS-QTDE-FORG
111900             OR    WS-FORG-LOCALIZADA.
112000     IF NOT WS-FORG-LOCALIZADA
112100     ,  IF WS-QTDE-FORG >= 100
112200     ,  ,  MOVE 'ACFO'              TO WS-ABEND-LOCATION
112300     ,  ,  DISPLAY '*************************'
112400     ,  ,  DISPLAY '** TABELA ORG FISCAL ESGOTADA **'
112500     ,  ,  DISPLAY '*************************'
112600     ,  ,  MOVE 'TAB FORG CHEIA  '  TO WS-ABENDMSG8
112700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
112800     ,  END-IF
112900     ,  ADD 1                       TO WS-QTDE-FORG
113000     ,  MOVE WS-QTDE-FORG           TO WS-IND-FORG
113100     ,  MOVE WS-ORG-PROCURA  TO WS-FORG-ORG(WS-IND-FORG)
113200     ,  PERFORM LIMPA-FORG          THRU LIMPA-FORG-FIM
113300     END-IF.
113400 ACUMULA-FISCAL-ORG-FIM. EXIT.
113500 PROCURA-FISCAL-ORG.
113600     ADD 1                          TO WS-IND-FORG.
113700     IF WS-FORG-ORG(WS-IND-FORG) = WS-ORG-PROCURA
113800     ,  SET WS-FORG-LOCALIZADA      TO TRUE
113900     END-IF.
114000 PROCURA-FISCAL-ORG-FIM. EXIT.
114100*------FIM GRAVACAO DO EXTRATO, DO RELATORIO E DOS TOTAIS DA ORG-*
114200*--------INTERFACE DE AJUSTES DO LALUR (ADICAO/EXCLUSAO POR ORG)-*
114300 GERA-INTERFACE-LALUR.
114400     MOVE ZEROS                     TO WS-IND-FORG.
114500     PERFORM GERA-AJUSTES-ORG       THRU GERA-AJUSTES-ORG-FIM
114600             UNTIL WS-IND-FORG >= WS-QTDE-FORG.
114700     MOVE 'GRLT'                    TO WS-ABEND-LOCATION.
114800     MOVE WS-LALUR-QTDE-DET         TO LALUR-T-QTDE.
114900     MOVE WS-LALUR-HASH             TO LALUR-T-HASH.
115000     WRITE LALURIF-REGISTRO       FROM LALUR-TRAILER.
115010     PERFORM TESTA-GRAVA-LALUR      THRU TESTA-GRAVA-LALUR-FIM.
115100 GERA-INTERFACE-LALUR-FIM. EXIT.
115200*
115300 GERA-AJUSTES-ORG.
115400     ADD 1                          TO WS-IND-FORG.
115500     MOVE WS-FORG-ORG(WS-IND-FORG)  TO LALUR-D-ORG.
115600     MOVE WS-PERIODO                TO LALUR-D-PERIODO.
115700     MOVE WS-DATA-JULIANA           TO LALUR-D-DATA-JULIANA.
115800     MOVE 'GRLD'                    TO WS-ABEND-LOCATION.
115900     IF WS-FORG-QT-ADI(WS-IND-FORG) > ZEROS
116000     ,  MOVE 'A'                    TO LALUR-D-TIPO-AJUSTE
116100     ,  MOVE WS-FORG-SD-ADI(WS-IND-FORG) TO LALUR-D-VALOR
116200     ,  MOVE WS-FORG-QT-ADI(WS-IND-FORG) TO LALUR-D-QTDE-CONTAS
116300     ,  WRITE LALURIF-REGISTRO    FROM LALUR-DETALHE
116310     ,  PERFORM TESTA-GRAVA-LALUR   THRU TESTA-GRAVA-LALUR-FIM
116400     ,  ADD 1                       TO WS-CONT-LALUR
116500     ,                                 WS-LALUR-QTDE-DET
116600     ,  ADD LALUR-D-VALOR           TO WS-LALUR-HASH
116700     END-IF.
116800     IF WS-FORG-QT-EXC(WS-IND-FORG) > ZEROS
116900     ,  MOVE 'E'                    TO LALUR-D-TIPO-AJUSTE
117000     ,  MOVE WS-FORG-SD-EXC(WS-IND-FORG) TO LALUR-D-VALOR
117100     ,  MOVE WS-FORG-QT-EXC(WS-IND-FORG) TO LALUR-D-QTDE-CONTAS
117200     ,  WRITE LALURIF-REGISTRO    FROM LALUR-DETALHE
117210     ,  PERFORM TESTA-GRAVA-LALUR   THRU TESTA-GRAVA-LALUR-FIM
117300     ,  ADD 1                       TO WS-CONT-LALUR
117400     ,                                 WS-LALUR-QTDE-DET
117500     ,  ADD LALUR-D-VALOR           TO WS-LALUR-HASH
117600     END-IF.
117700 GERA-AJUSTES-ORG-FIM. EXIT.
117710*
117720 TESTA-GRAVA-LALUR.
117730     IF FS-LALURIF NOT = '00'
117740     ,  DISPLAY '*************************'
117750     ,  DISPLAY '**   WRITE LALURIF     **'
117760     ,  DISPLAY '** STATUS = ' FS-LALURIF
117770     ,  DISPLAY '*************************'
117780     ,  MOVE 'ERRO WRIT LALUR '     TO WS-ABENDMSG8
117790     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
117792     END-IF.
117794 TESTA-GRAVA-LALUR-FIM. EXIT.
117800*------FIM INTERFACE DE AJUSTES DO LALUR-------------------------*
117900*--------RESUMO DEDUTIVEL / NAO DEDUTIVEL POR ORG----------------*
118000 IMPRIME-RESUMO.
118100     ADD 1                          TO WS-CONT-PAG.
118200     MOVE WS-CONT-PAG               TO WS-PAG.
118300     PERFORM MONTAR-CABECALHO-RES
118400             THRU MONTAR-CABECALHO-RES-EXIT.
118500     MOVE ZEROS                     TO WS-IND-FORG.
118600     PERFORM IMPRIME-RESUMO-ORG     THRU IMPRIME-RESUMO-ORG-FIM
118700             UNTIL WS-IND-FORG >= WS-QTDE-FORG.
118800     WRITE RELFIS-LINHA           FROM TERCEIRA-LINHA.
118900     MOVE 101                       TO WS-IND-FORG.
119000     PERFORM IMPRIME-LINHA-RESUMO   THRU IMPRIME-LINHA-RESUMO-FIM.
119100 IMPRIME-RESUMO-FIM. EXIT.
119200*
119300 IMPRIME-RESUMO-ORG.
119400     ADD 1                          TO WS-IND-FORG.
119500     PERFORM IMPRIME-LINHA-RESUMO   THRU IMPRIME-LINHA-RESUMO-FIM.
119600 IMPRIME-RESUMO-ORG-FIM. EXIT.
119700*
119800 IMPRIME-LINHA-RESUMO.
119900     IF WS-IND-FORG = 101
120000     ,  MOVE 'TOT'                  TO RES-ORG
120100     ELSE
120200     ,  MOVE WS-FORG-ORG(WS-IND-FORG)  TO RES-ORG
120300     END-IF.
120400     MOVE WS-FORG-QT-DED(WS-IND-FORG)  TO RES-QTDE-DED.
120500     MOVE WS-FORG-SD-DED(WS-IND-FORG)  TO RES-SALDO-DED.
120600     MOVE WS-FORG-QT-NDED(WS-IND-FORG) TO RES-QTDE-NDED.
120700     MOVE WS-FORG-SD-NDED(WS-IND-FORG) TO RES-SALDO-NDED.
120800     MOVE WS-FORG-SD-ADI(WS-IND-FORG)  TO RES-ADICOES.
120900     MOVE WS-FORG-SD-EXC(WS-IND-FORG)  TO RES-EXCLUSOES.
121000     WRITE RELFIS-LINHA           FROM RELFIS-RESUMO.
121100 IMPRIME-LINHA-RESUMO-FIM. EXIT.
121200*------FIM RESUMO DEDUTIVEL / NAO DEDUTIVEL POR ORG--------------*
121300*----TITULO DE SECAO (FORCA NOVA PAGINA)-------------------------*
121400 IMPRIME-SECAO.
121500     ADD 1                          TO WS-CONT-PAG.
121600     MOVE WS-CONT-PAG               TO WS-PAG.
121700     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
121800     WRITE RELFIS-LINHA           FROM RELFIS-SECAO.
121900     WRITE RELFIS-LINHA           FROM TERCEIRA-LINHA.
122000     ADD 2                          TO WS-CONT-LINHAS.
122100 IMPRIME-SECAO-FIM. EXIT.
122200*----------------------MONTAGEM DO CABECALHO---------------------*
122300 MONTAR-CABECALHO.
122400*-------
122500*MONTAGEM DA DATA DO CABECALHO
122600*-------
122700     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
122800     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
122900     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
123000     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
123100     MOVE ZEROS                         TO WS-CONT-LINHAS.
123200*
123300     WRITE RELFIS-LINHA FROM PRIMEIRA-LINHA.
123400     ADD 1               TO WS-CONT-LINHAS.
123500*
123600     WRITE RELFIS-LINHA FROM SEGUNDA-LINHA.
123700     ADD 1               TO WS-CONT-LINHAS.
123800*
123900     WRITE RELFIS-LINHA FROM TERCEIRA-LINHA.
124000     ADD 1               TO WS-CONT-LINHAS.
124100*
124200     WRITE RELFIS-LINHA FROM QUARTA-LINHA.
124300     ADD 1               TO WS-CONT-LINHAS.
124400*
124500     WRITE RELFIS-LINHA FROM TERCEIRA-LINHA.
124600     ADD 1               TO WS-CONT-LINHAS.
124700*
124800 MONTAR-CABECALHO-EXIT. EXIT.
124900*------------------FIM MONTAGEM DO CABECALHO---------------------*
125000*--------------MONTAGEM DO CABECALHO DO RESUMO-------------------*
125100 MONTAR-CABECALHO-RES.
125200     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
125300     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
125400     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
125500     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
125600*
125700     WRITE RELFIS-LINHA FROM PRIMEIRA-LINHA.
125800     WRITE RELFIS-LINHA FROM SEGUNDA-LINHA.
125900     WRITE RELFIS-LINHA FROM TERCEIRA-LINHA.
126000     WRITE RELFIS-LINHA FROM QUARTA-LINHA-RES.
126100     WRITE RELFIS-LINHA FROM TERCEIRA-LINHA.
126200*
126300 MONTAR-CABECALHO-RES-EXIT. EXIT.
126400*------------FIM MONTAGEM DO CABECALHO DO RESUMO-----------------*
126500*------------------FECHAMENTO DE ARQUIVOS
126600 FECHAR-ARQUIVOS.
126700     MOVE 'CLFS'                    TO WS-ABEND-LOCATION.
126800     IF NOT WS-FISANT-AUSENTE
126810        CLOSE FISSORT
126900        IF FS-FISSORT NOT EQUAL '00'
127000           DISPLAY '##ERRO FECHAR ARQUIVO FISSORT: ' FS-FISSORT
127100           MOVE 'ERRO CLOSE FISSO'   TO WS-ABENDMSG8
127200           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
127210        END-IF
127300     END-IF.
127400*
127500     CLOSE SELSORT.
127600     IF FS-SELSORT NOT EQUAL '00'
127700        DISPLAY '##ERRO FECHAR ARQUIVO SELSORT: ' FS-SELSORT
127800        MOVE 'ERRO CLOSE SELSO'   TO WS-ABENDMSG8
127900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
128000     END-IF.
128100*
128200     CLOSE NOTSORT.
128300     IF FS-NOTSORT NOT EQUAL '00'
128400        DISPLAY '##ERRO FECHAR ARQUIVO NOTSORT: ' FS-NOTSORT
128500        MOVE 'ERRO CLOSE NOTSO'   TO WS-ABENDMSG8
128600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
128700     END-IF.
128800*
128900     IF NOT WS-BLQMST-AUSENTE
129000        CLOSE BLQMST
129100        IF FS-BLQMST NOT EQUAL '00'
129200           DISPLAY '##ERRO FECHAR ARQUIVO BLQMST: ' FS-BLQMST
129300           MOVE 'ERRO CLOSE BLQMS'   TO WS-ABENDMSG8
129400           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
129500        END-IF
129600     END-IF.
129610*
129620     CLOSE HISTMST.
129630     IF FS-HISTMST NOT EQUAL '00'
129640        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
129650        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
129660        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
129670     END-IF.
129700*
129800     CLOSE FISEXT.
129900     IF FS-FISEXT NOT EQUAL '00'
130000        DISPLAY '##ERRO FECHAR ARQUIVO FISEXT: ' FS-FISEXT
130100        MOVE 'ERRO CLOSE FISEX'   TO WS-ABENDMSG8
130200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
130300     END-IF.
130400*
130500     CLOSE LALURIF.
130600     IF FS-LALURIF NOT EQUAL '00'
130700        DISPLAY '##ERRO FECHAR ARQUIVO LALURIF: ' FS-LALURIF
130800        MOVE 'ERRO CLOSE LALUR'   TO WS-ABENDMSG8
130900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
131000     END-IF.
131100*
131200     CLOSE RELFIS.
131300     IF FS-RELFIS NOT EQUAL '00'
131400        DISPLAY '##ERRO FECHAR ARQUIVO RELFIS: ' FS-RELFIS
131500        MOVE 'ERRO CLOSE RELFI'   TO WS-ABENDMSG8
131600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
131700     END-IF.
131800 FECHAR-ARQUIVOS-FIM. EXIT.
131900*------------------FIM DO FECHAMENTO DE ARQUIVOS
132000*================================================================*
132100*    BOOKS DE PROCEDURE UTILIZADOS                               *
132200*================================================================*
132300     COPY CCS502.
132400     COPY UUGJRNP.
132500     COPY AMCRPD.
