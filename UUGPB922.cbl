000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB922.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 10/04/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  MOVIMENTACAO MENSAL DA CARTEIRA PROVISIONADA (FECHAMENTO DO   *
001100*  MES) POR ORG E RATING:                                        *
001200*  - COTEJA A FOTOGRAFIA DO MES ANTERIOR (RATANT) COM A DO MES   *
001300*    ATUAL (RATATU), AMBAS GERADAS PELO UUGPB917 (BOOK UUGRAT),  *
001400*    CLASSIFICANDO CADA CONTA EM NOVA (SO NO ATUAL), RESOLVIDA   *
001500*    (SO NO ANTERIOR) OU PERMANENTE, COM MIGRACAO DE RATING E    *
001600*    VARIACAO DE SALDO/PROVISAO;                                 *
001700*  - TOTALIZA POR ORG AS BAIXAS ENVIADAS AO CONTABIL NO MES      *
001800*    (CONTMES, DESCONTANDO OS ESTORNOS DE CICLO) E AS            *
001900*    RECUPERACOES LANCADAS (RECMES);                             *
002000*  - CONCILIA O FECHAMENTO POR RATING COM OS TOTAIS DO RELPDD    *
002100*    DO MES ATUAL (REGISTROS DE TOTAL DO RATATU), IMPRIMINDO     *
002200*    QUEBRA QUANDO HOUVER DIFERENCA.                             *
002300*  ABERTURA + NOVAS - RESOLVIDAS + MIGRACAO + VARIACAO =         *
002400*  FECHAMENTO, EM QUANTIDADE, SALDO E PROVISAO.                  *
002430*  CONTA OU TOTAL DO RELPDD COM RATING FORA DA TABELA E IGNORADO *
002460*  COM LINHA DE EXCECAO NO SYSOUT E NO RELATORIO (RC 4).         *
002500*  QUEBRA: ORG (UMA PAGINA POR ORG)                              *
002600*  CLASSIFICACAO: ORG E CONTA (ORDEM DAS FOTOGRAFIAS)            *
002700*  TOTALIZADORES: QUANTIDADE, SALDO E PROVISAO POR ORG/RATING,   *
002800*                 POR ORG E GERAL POR RATING.                    *
002900*----------------------------------------------------------------*
003000*================================================================*
003100 ENVIRONMENT DIVISION.
003200*================================================================*
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
003500*----------------------------------------------------------------*
003600 INPUT-OUTPUT SECTION.
003700*----------------------------------------------------------------*
003800 FILE-CONTROL.
003900*----------------------------------------------------------------*
004000     SELECT PARM      ASSIGN      TO PARM
004100            FILE STATUS          IS FS-PARM.
004200*
004300     SELECT RATANT    ASSIGN      TO RATANT
004400            FILE STATUS          IS FS-RATANT.
004500*
004600     SELECT RATATU    ASSIGN      TO RATATU
004700            FILE STATUS          IS FS-RATATU.
004800*
004900     SELECT CONTMES   ASSIGN      TO CONTMES
005000            FILE STATUS          IS FS-CONTMES.
005100*
005200     SELECT RECMES    ASSIGN      TO RECMES
005300            FILE STATUS          IS FS-RECMES.
005400*
005500     SELECT RELMOV    ASSIGN      TO RELMOV
005600            FILE STATUS          IS FS-RELMOV.
005700*
005800     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
005900            FILE STATUS          IS FS-RUNJRNL.
006000*================================================================*
006100 DATA DIVISION.
006200*================================================================*
006300 FILE SECTION.
006400
006500 FD PARM
006600     RECORD CONTAINS 080 CHARACTERS
006700     BLOCK CONTAINS 0 RECORDS
006800     RECORDING MODE F.
006900 01 PARM-REGISTRO.
007000    03 PARM-DATA-BASE        PIC  X(006).
007100    03 FILLER                PIC  X(074).
007200
007300 FD RATANT
007400     RECORD CONTAINS 080 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     RECORDING MODE F.
007700 01 RATANT-REGISTRO.
007800    03 RATANT-TIPO           PIC  X(001).
007900       88 RATANT-E-DETALHE             VALUE 'D'.
008000    03 RATANT-ORG            PIC  9(003).
008100    03 RATANT-CONTA          PIC  X(019).
008200    03 RATANT-LOGO           PIC  9(003).
008300    03 RATANT-CPF-CLIENTE    PIC  X(011).
008400    03 RATANT-DIAS-ATRASO    PIC  9(005).
008500    03 RATANT-RATING         PIC  X(002).
008600    03 RATANT-SALDO          PIC  9(011)V99.
008700    03 RATANT-PROVISAO       PIC  9(011)V99.
008800    03 RATANT-DATA-JULIANA   PIC  9(007).
008900    03 FILLER                PIC  X(003).
009000
009100 FD RATATU
009200     RECORD CONTAINS 080 CHARACTERS
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F.
009500     COPY UUGRAT.
009600
009700 FD CONTMES
009800     RECORD CONTAINS 080 CHARACTERS
009900     BLOCK CONTAINS 0 RECORDS
010000     RECORDING MODE F.
010100 01 CONTMES-REGISTRO.
010200    03 CONTMES-TIPO          PIC  X(001).
010300       88 CONTMES-E-HEADER             VALUE 'H'.
010400       88 CONTMES-E-DETALHE            VALUE 'D'.
010500    03 CONTMES-H-DATA-JULIANA
010600                             PIC  9(007).
010700    03 CONTMES-H-DESCRICAO   PIC  X(025).
010800    03 FILLER                PIC  X(047).
010900 01 CONTMES-DETALHE.
011000    03 FILLER                PIC  X(001).
011100    03 CONTMES-D-ORG         PIC  9(003).
011200    03 CONTMES-D-NATUREZA    PIC  X(001).
011300    03 CONTMES-D-VALOR       PIC  9(013)V99.
011400    03 CONTMES-D-QTDE-CONTAS PIC  9(007).
011500    03 CONTMES-D-DATA-JULIANA
011600                             PIC  9(007).
011700    03 FILLER                PIC  X(046).
011800
011900 FD RECMES
012000     RECORD CONTAINS 080 CHARACTERS
012100     BLOCK CONTAINS 0 RECORDS
012200     RECORDING MODE F.
012300 01 RECMES-REGISTRO.
012400    03 RECMES-TIPO           PIC  X(001).
012500       88 RECMES-E-DETALHE             VALUE 'D'.
012600    03 RECMES-D-ORG          PIC  9(003).
012700    03 RECMES-D-NATUREZA     PIC  X(001).
012800    03 RECMES-D-VALOR        PIC  9(013)V99.
012900    03 RECMES-D-QTDE-CONTAS  PIC  9(007).
013000    03 RECMES-D-DATA-JULIANA PIC  9(007).
013100    03 FILLER                PIC  X(046).
013200
013300 FD RELMOV
013400     RECORD CONTAINS 132 CHARACTERS
013500     BLOCK CONTAINS 0 RECORDS
013600     RECORDING MODE F.
013700 01 RELMOV-LINHA           PIC X(132).
013800
013900 FD RUNJRNL
014000     RECORD CONTAINS 080 CHARACTERS
014100     BLOCK CONTAINS 0 RECORDS
014200     RECORDING MODE F.
014300     COPY UUGJRN.
014400*----------------------------------------------------------------*
014500 WORKING-STORAGE SECTION.
014600*----------------------------------------------------------------*
014700* LINHAS DO RELATORIO DE MOVIMENTACAO DA CARTEIRA
014800*----------------------------------------------------------------*
014900 01 CABECALHO.
015000    03 PRIMEIRA-LINHA.
015100       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
015200       05 FILLER              PIC X(010) VALUE SPACES.
015300       05 FILLER              PIC X(036) VALUE
015400          'FIDELITY PROCESSADORA E SERVI OS S/A'.
015500       05 FILLER              PIC X(028) VALUE SPACES.
015600       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
015700       05 WS-DATA-SISTEMA.
015800          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
015900          07 FILLER           PIC X(001) VALUE '/'.
016000          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
016100          07 FILLER           PIC X(001) VALUE '/'.
016200          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
016300       05 FILLER              PIC X(008) VALUE '    PAGE'.
016400       05 WS-PAG              PIC Z.ZZZ.ZZ9.
016500    03 SEGUNDA-LINHA.
016600       05 FILLER              PIC X(044) VALUE
016700          'MOVIMENTACAO DA CARTEIRA PROVISIONADA - MES '.
016800       05 WS-CAB-DATA-BASE    PIC 9(006) VALUE ZEROS.
016900       05 FILLER              PIC X(024) VALUE SPACES.
017000       05 FILLER              PIC X(046) VALUE
017100           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
017200    03 TERCEIRA-LINHA.
017300       05 FILLER              PIC X(132) VALUE SPACES.
017400    03 QUARTA-LINHA.
017500       05 FILLER              PIC X(009) VALUE 'RAT ITEM '.
017600       05 FILLER              PIC X(018) VALUE
017700          '         ABERTURA '.
017800       05 FILLER              PIC X(018) VALUE
017900          '    NOVAS (ENTR.) '.
018000       05 FILLER              PIC X(018) VALUE
018100          '       RESOLVIDAS '.
018200       05 FILLER              PIC X(019) VALUE
018300          '   MIGRACAO RATING '.
018400       05 FILLER              PIC X(019) VALUE
018500          '    VARIACAO SALDO '.
018600       05 FILLER              PIC X(017) VALUE
018700          '       FECHAMENTO'.
018800    03 QUARTA-LINHA-CON.
018900       05 FILLER              PIC X(006) VALUE 'RAT'.
019000       05 FILLER              PIC X(009) VALUE 'QT FECHAM'.
019100       05 FILLER              PIC X(002) VALUE SPACES.
019200       05 FILLER              PIC X(017) VALUE
019300          ' SALDO FECHAMENTO'.
019400       05 FILLER              PIC X(002) VALUE SPACES.
019500       05 FILLER              PIC X(017) VALUE
019600          '  PROV FECHAMENTO'.
019700       05 FILLER              PIC X(002) VALUE SPACES.
019800       05 FILLER              PIC X(009) VALUE 'QT RELPDD'.
019900       05 FILLER              PIC X(002) VALUE SPACES.
020000       05 FILLER              PIC X(017) VALUE
020100          '     SALDO RELPDD'.
020200       05 FILLER              PIC X(002) VALUE SPACES.
020300       05 FILLER              PIC X(017) VALUE
020400          '      PROV RELPDD'.
020500       05 FILLER              PIC X(002) VALUE SPACES.
020600       05 FILLER              PIC X(008) VALUE 'SITUACAO'.
020700*
020800 01 RELMOV-ORG.
020900    03 FILLER                 PIC X(005) VALUE 'ORG: '.
021000    03 MOV-ORG                PIC 9(003) VALUE ZEROS.
021100    03 FILLER                 PIC X(124) VALUE SPACES.
021200*
021300 01 RELMOV-ORG-GERAL.
021400    03 FILLER                 PIC X(032) VALUE
021500       'TOTAL GERAL DE TODAS AS ORGS'.
021600    03 FILLER                 PIC X(100) VALUE SPACES.
021700*
021800 01 RELMOV-CORPO-QTDE.
021900    03 MOV-Q-RATING           PIC X(002) VALUE SPACES.
022000    03 FILLER                 PIC X(001) VALUE SPACES.
022100    03 MOV-Q-ITEM             PIC X(005) VALUE 'QTDE '.
022200    03 FILLER                 PIC X(009) VALUE SPACES.
022300    03 MOV-Q-ABERTURA         PIC Z.ZZZ.ZZ9.
022400    03 FILLER                 PIC X(009) VALUE SPACES.
022500    03 MOV-Q-NOVAS            PIC Z.ZZZ.ZZ9.
022600    03 FILLER                 PIC X(009) VALUE SPACES.
022700    03 MOV-Q-RESOLVIDAS       PIC Z.ZZZ.ZZ9.
022800    03 FILLER                 PIC X(009) VALUE SPACES.
022900    03 MOV-Q-MIGRACAO         PIC Z.ZZZ.ZZ9-.
023000    03 FILLER                 PIC X(028) VALUE SPACES.
023100    03 MOV-Q-FECHAMENTO       PIC Z.ZZZ.ZZ9.
023200    03 FILLER                 PIC X(014) VALUE SPACES.
023300*
023400 01 RELMOV-CORPO-VALOR.
023500    03 MOV-V-RATING           PIC X(002) VALUE SPACES.
023600    03 FILLER                 PIC X(001) VALUE SPACES.
023700    03 MOV-V-ITEM             PIC X(005) VALUE SPACES.
023800    03 FILLER                 PIC X(001) VALUE SPACES.
023900    03 MOV-V-ABERTURA         PIC ZZ.ZZZ.ZZZ.ZZ9.99.
024000    03 FILLER                 PIC X(001) VALUE SPACES.
024100    03 MOV-V-NOVAS            PIC ZZ.ZZZ.ZZZ.ZZ9.99.
024200    03 FILLER                 PIC X(001) VALUE SPACES.
024300    03 MOV-V-RESOLVIDAS       PIC ZZ.ZZZ.ZZZ.ZZ9.99.
024400    03 FILLER                 PIC X(001) VALUE SPACES.
024500    03 MOV-V-MIGRACAO         PIC ZZ.ZZZ.ZZZ.ZZ9.99-.
024600    03 FILLER                 PIC X(001) VALUE SPACES.
024700    03 MOV-V-VARIACAO         PIC ZZ.ZZZ.ZZZ.ZZ9.99-.
024800    03 FILLER                 PIC X(001) VALUE SPACES.
024900    03 MOV-V-FECHAMENTO       PIC ZZ.ZZZ.ZZZ.ZZ9.99.
025000    03 FILLER                 PIC X(014) VALUE SPACES.
025100*
025200 01 RELMOV-CONTABIL.
025300    03 FILLER                 PIC X(038) VALUE
025400       'BAIXAS ENVIADAS AO CONTABIL - CONTAS: '.
025500    03 MOV-CONTAB-QTDE        PIC Z.ZZZ.ZZ9-.
025600    03 FILLER                 PIC X(008) VALUE '  VALOR:'.
025700    03 MOV-CONTAB-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9.99-.
025800    03 FILLER                 PIC X(004) VALUE SPACES.
025900    03 FILLER                 PIC X(030) VALUE
026000       'RECUPERACOES LANCADAS - VALOR:'.
026100    03 MOV-RECUP-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9.99.
026200    03 FILLER                 PIC X(007) VALUE SPACES.
026300*
026400 01 RELMOV-CORPO-CON.
026500    03 CON-RATING             PIC X(002) VALUE SPACES.
026600    03 FILLER                 PIC X(004) VALUE SPACES.
026700    03 CON-QTDE-FEC           PIC Z.ZZZ.ZZ9.
026800    03 FILLER                 PIC X(002) VALUE SPACES.
026900    03 CON-SALDO-FEC          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
027000    03 FILLER                 PIC X(002) VALUE SPACES.
027100    03 CON-PROV-FEC           PIC ZZ.ZZZ.ZZZ.ZZ9.99.
027200    03 FILLER                 PIC X(002) VALUE SPACES.
027300    03 CON-QTDE-PDD           PIC Z.ZZZ.ZZ9.
027400    03 FILLER                 PIC X(002) VALUE SPACES.
027500    03 CON-SALDO-PDD          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
027600    03 FILLER                 PIC X(002) VALUE SPACES.
027700    03 CON-PROV-PDD           PIC ZZ.ZZZ.ZZZ.ZZ9.99.
027800    03 FILLER                 PIC X(002) VALUE SPACES.
027900    03 CON-SITUACAO           PIC X(008) VALUE SPACES.
028000*
028010 01 RELMOV-RAT-INVALIDO.
028020    03 FILLER                 PIC X(045) VALUE
028030       'REGISTROS IGNORADOS POR RATING INVALIDO....: '.
028040    03 MOV-RAT-INVALIDO       PIC Z.ZZZ.ZZ9.
028050    03 FILLER                 PIC X(078) VALUE SPACES.
028060*
028100 01 IMPRESSAO.
028200    03 WS-IMPRIME-ANTERIOR.
028300       05 FILLER                  PIC X(028) VALUE
028400       'CONTAS NO MES ANTERIOR....: '.
028500       05 WS-TOT-ANTERIOR         PIC Z.ZZZ.ZZ9.
028600    03 WS-IMPRIME-ATUAL.
028700       05 FILLER                  PIC X(028) VALUE
028800       'CONTAS NO MES ATUAL.......: '.
028900       05 WS-TOT-ATUAL            PIC Z.ZZZ.ZZ9.
029000    03 WS-IMPRIME-NOVAS.
029100       05 FILLER                  PIC X(028) VALUE
029200       'CONTAS NOVAS..............: '.
029300       05 WS-TOT-NOVAS            PIC Z.ZZZ.ZZ9.
029400    03 WS-IMPRIME-RESOLVIDAS.
029500       05 FILLER                  PIC X(028) VALUE
029600       'CONTAS RESOLVIDAS.........: '.
029700       05 WS-TOT-RESOLVIDAS       PIC Z.ZZZ.ZZ9.
029800    03 WS-IMPRIME-MIGRADAS.
029900       05 FILLER                  PIC X(028) VALUE
030000       'CONTAS QUE MUDARAM RATING.: '.
030100       05 WS-TOT-MIGRADAS         PIC Z.ZZZ.ZZ9.
030200    03 WS-IMPRIME-QUEBRAS.
030300       05 FILLER                  PIC X(028) VALUE
030400       'RATINGS COM QUEBRA........: '.
030500       05 WS-TOT-QUEBRAS          PIC Z.ZZZ.ZZ9.
030520    03 WS-IMPRIME-RAT-INVALIDO.
030540       05 FILLER                  PIC X(028) VALUE
030560       'RATING INVALIDO IGNORADOS.: '.
030580       05 WS-TOT-RAT-INVALIDO     PIC Z.ZZZ.ZZ9.
030600    03 WS-IMPRIME-RES-RETORNO.
030700       05 FILLER                  PIC X(028) VALUE
030800       'CODIGO DE RETORNO.........: '.
030900       05 WS-RES-RETORNO          PIC 9(002).
031000*----------------------------------------------------------------*
031100* VARIAVEIS CONTROLE
031200*----------------------------------------------------------------*
031300 01 CONTROLADORES.
031400    03 FS-PARM                  PIC X(002) VALUE '00'.
031500    03 FS-RATANT                PIC X(002) VALUE '00'.
031600    03 FS-RATATU                PIC X(002) VALUE '00'.
031700    03 FS-CONTMES               PIC X(002) VALUE '00'.
031800    03 FS-RECMES                PIC X(002) VALUE '00'.
031900    03 FS-RELMOV                PIC X(002) VALUE '00'.
032000*
032100    03 WS-CHAVE-ANTERIOR.
032200       05 WS-CHAVE-ANT-ORG      PIC 9(003) VALUE ZEROS.
032300       05 WS-CHAVE-ANT-CONTA    PIC X(019) VALUE SPACES.
032400    03 WS-CHAVE-ATUAL.
032500       05 WS-CHAVE-ATU-ORG      PIC 9(003) VALUE ZEROS.
032600       05 WS-CHAVE-ATU-CONTA    PIC X(019) VALUE SPACES.
032700*
032800    03 WS-DATA-BASE             PIC 9(006) VALUE ZEROS.
032900    03 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
033000       05 WS-DT-BASE-AAAA       PIC 9(004).
033100       05 WS-DT-BASE-MM         PIC 9(002).
033200    03 WS-DATA-AMCR             PIC 9(008) VALUE ZEROS.
033300    03 WS-DATA-AMCR-R REDEFINES WS-DATA-AMCR.
033400       05 WS-DT-AMCR-DD         PIC 9(002).
033500       05 WS-DT-AMCR-MM         PIC 9(002).
033600       05 WS-DT-AMCR-AAAA       PIC 9(004).
033700    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
033800    03 WS-SINAL-CONTMES         PIC S9(001) VALUE +1.
033900    03 WS-IND-SECAO             PIC X(001) VALUE 'M'.
034000       88 WS-SECAO-CONCILIACAO        VALUE 'C'.
034100    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
034200*
034300 01 CONTADORES.
034400    03 WS-CONT-ANTERIOR         PIC 9(007) VALUE ZEROS.
034500    03 WS-CONT-ATUAL            PIC 9(007) VALUE ZEROS.
034600    03 WS-CONT-NOVAS            PIC 9(007) VALUE ZEROS.
034700    03 WS-CONT-RESOLVIDAS       PIC 9(007) VALUE ZEROS.
034800    03 WS-CONT-MIGRADAS         PIC 9(007) VALUE ZEROS.
034900    03 WS-CONT-QUEBRAS          PIC 9(007) VALUE ZEROS.
034950    03 WS-CONT-RAT-INVALIDO     PIC 9(007) VALUE ZEROS.
035000    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
035100    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
035200*
035300*----RATINGS REGULAMENTARES (RESOLUCAO 2682)---------------------*
035400 01 TABELA-RATINGS.
035500    03 WS-RAT-CODIGOS           PIC X(018) VALUE
035600       'AAA B C D E F G H '.
035700    03 WS-RAT-CODIGO-TAB REDEFINES WS-RAT-CODIGOS.
035800       05 WS-RAT-COD OCCURS 9 TIMES
035900                                PIC X(002).
036000    03 WS-IND-RAT               PIC 9(002) VALUE ZEROS.
036100    03 WS-RAT-IDX               PIC 9(002) VALUE ZEROS.
036200    03 WS-RAT-PROCURA           PIC X(002) VALUE SPACES.
036250    03 WS-CONTA-PROCURA         PIC X(019) VALUE SPACES.
036300*
036400*----TOTAIS DO RELPDD DO MES ATUAL (REGISTROS T DO RATATU)-------*
036500 01 TABELA-RELPDD.
036600    03 WS-TAB-PDD OCCURS 9 TIMES.
036700       05 WS-PDD-QTDE           PIC 9(007).
036800       05 WS-PDD-SALDO          PIC 9(013)V99.
036900       05 WS-PDD-PROV           PIC 9(013)V99.
037000*
037100*----MOVIMENTACAO POR ORG E RATING-------------------------------*
037200*    OCORRENCIA 101 = TOTAL GERAL / RATING 10 = TOTAL DA ORG
037300 01 TABELA-MOVIMENTO.
037400    03 WS-QTDE-MORG             PIC 9(003) VALUE ZEROS.
037500    03 WS-TAB-MORG OCCURS 101 TIMES.
037600       05 WS-MORG-ORG           PIC 9(003).
037700       05 WS-MORG-CONTAB-QTDE   PIC S9(007).
037800       05 WS-MORG-CONTAB-VALOR  PIC S9(013)V99.
037900       05 WS-MORG-RECUP-VALOR   PIC 9(013)V99.
038000       05 WS-MORG-RAT OCCURS 10 TIMES.
038100          07 WS-MORG-QT-ABE     PIC 9(007).
038200          07 WS-MORG-SD-ABE     PIC 9(013)V99.
038300          07 WS-MORG-PV-ABE     PIC 9(013)V99.
038400          07 WS-MORG-QT-NOV     PIC 9(007).
038500          07 WS-MORG-SD-NOV     PIC 9(013)V99.
038600          07 WS-MORG-PV-NOV     PIC 9(013)V99.
038700          07 WS-MORG-QT-RES     PIC 9(007).
038800          07 WS-MORG-SD-RES     PIC 9(013)V99.
038900          07 WS-MORG-PV-RES     PIC 9(013)V99.
039000          07 WS-MORG-QT-MIG     PIC S9(007).
039100          07 WS-MORG-SD-MIG     PIC S9(013)V99.
039200          07 WS-MORG-PV-MIG     PIC S9(013)V99.
039300          07 WS-MORG-SD-VAR     PIC S9(013)V99.
039400          07 WS-MORG-PV-VAR     PIC S9(013)V99.
039500          07 WS-MORG-QT-FEC     PIC 9(007).
039600          07 WS-MORG-SD-FEC     PIC 9(013)V99.
039700          07 WS-MORG-PV-FEC     PIC 9(013)V99.
039800    03 WS-IND-MORG              PIC 9(003) VALUE ZEROS.
039900    03 WS-IND-ORG-LANC          PIC 9(003) VALUE ZEROS.
040000    03 WS-ORG-PROCURA           PIC 9(003) VALUE ZEROS.
040100    03 WS-ACHOU-MORG            PIC X(001) VALUE 'N'.
040200       88 WS-MORG-LOCALIZADA       VALUE 'S'.
040300*
040400*----MOVIMENTO DE UMA CONTA A LANCAR NA TABELA-------------------*
040500 01 MOVIMENTO-CONTA.
040600    03 WS-LAN-QT-ABE            PIC 9(007).
040700    03 WS-LAN-SD-ABE            PIC 9(013)V99.
040800    03 WS-LAN-PV-ABE            PIC 9(013)V99.
040900    03 WS-LAN-QT-NOV            PIC 9(007).
041000    03 WS-LAN-SD-NOV            PIC 9(013)V99.
041100    03 WS-LAN-PV-NOV            PIC 9(013)V99.
041200    03 WS-LAN-QT-RES            PIC 9(007).
041300    03 WS-LAN-SD-RES            PIC 9(013)V99.
041400    03 WS-LAN-PV-RES            PIC 9(013)V99.
041500    03 WS-LAN-QT-MIG            PIC S9(007).
041600    03 WS-LAN-SD-MIG            PIC S9(013)V99.
041700    03 WS-LAN-PV-MIG            PIC S9(013)V99.
041800    03 WS-LAN-SD-VAR            PIC S9(013)V99.
041900    03 WS-LAN-PV-VAR            PIC S9(013)V99.
042000    03 WS-LAN-QT-FEC            PIC 9(007).
042100    03 WS-LAN-SD-FEC            PIC 9(013)V99.
042200    03 WS-LAN-PV-FEC            PIC 9(013)V99.
042300*----------------------------------------------------------------*
042400* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
042500*----------------------------------------------------------------*
042600 01 MONTADORES-DATA.
042700    03 WS-DATA-SYS.
042800       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
042900       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
043000       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
043100*----------------------------------------------------------------*
043200*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
043300*----------------------------------------------------------------*
043400*
043500     COPY AR00WS.
043600*
043700     COPY AMCRIO.
043800     COPY AMCRRL.
043900     COPY AMCRRB.
044000*
044100     COPY CCS302.
044200*
044300     COPY CCS301.
044400*
044500     COPY UUGJRNW.
044600*================================================================*
044700 PROCEDURE DIVISION.
044800*================================================================*
044900 ROTINA-PRINCIPAL.
045000     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
045100*
045200     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
045300*
045400     PERFORM LER-RATANT              THRU LER-RATANT-FIM.
045500     PERFORM LER-RATATU              THRU LER-RATATU-FIM.
045600     PERFORM COTEJA                  THRU COTEJA-FIM
045700             UNTIL WS-CHAVE-ANTERIOR = HIGH-VALUES
045800             AND   WS-CHAVE-ATUAL    = HIGH-VALUES.
045900*
046000     PERFORM LER-CONTMES             THRU LER-CONTMES-FIM
046100             UNTIL FS-CONTMES = '10'.
046200     PERFORM LER-RECMES              THRU LER-RECMES-FIM
046300             UNTIL FS-RECMES = '10'.
046400*
046500     MOVE ZEROS                      TO WS-IND-MORG.
046600     PERFORM IMPRIME-ORG             THRU IMPRIME-ORG-FIM
046700             UNTIL WS-IND-MORG >= WS-QTDE-MORG.
046800     MOVE 101                        TO WS-IND-MORG.
046900     PERFORM IMPRIME-MOVIMENTO-ORG
047000             THRU IMPRIME-MOVIMENTO-ORG-FIM.
047100*
047200     PERFORM IMPRIME-CONCILIACAO     THRU IMPRIME-CONCILIACAO-FIM.
047300*
047400     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
047500*
047600     MOVE WS-CONT-ANTERIOR           TO WS-TOT-ANTERIOR.
047700     MOVE WS-CONT-ATUAL              TO WS-TOT-ATUAL.
047800     MOVE WS-CONT-NOVAS              TO WS-TOT-NOVAS.
047900     MOVE WS-CONT-RESOLVIDAS         TO WS-TOT-RESOLVIDAS.
048000     MOVE WS-CONT-MIGRADAS           TO WS-TOT-MIGRADAS.
048100     MOVE WS-CONT-QUEBRAS            TO WS-TOT-QUEBRAS.
048150     MOVE WS-CONT-RAT-INVALIDO       TO WS-TOT-RAT-INVALIDO.
048200     MOVE WS-RETORNO-FINAL           TO WS-RES-RETORNO.
048300     DISPLAY WS-IMPRIME-ANTERIOR.
048400     DISPLAY WS-IMPRIME-ATUAL.
048500     DISPLAY WS-IMPRIME-NOVAS.
048600     DISPLAY WS-IMPRIME-RESOLVIDAS.
048700     DISPLAY WS-IMPRIME-MIGRADAS.
048800     DISPLAY WS-IMPRIME-QUEBRAS.
048850     DISPLAY WS-IMPRIME-RAT-INVALIDO.
048900     DISPLAY WS-IMPRIME-RES-RETORNO.
049000*
049100     MOVE 'UUGPB922'                 TO RUNJRN-WS-PROGRAMA.
049200     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-ANTERIOR
049300                               + WS-CONT-ATUAL.
049400     MOVE WS-CONT-ATUAL              TO RUNJRN-WS-SAIDA.
049500     COMPUTE RUNJRN-WS-REJEITOS = WS-CONT-QUEBRAS
049550                                + WS-CONT-RAT-INVALIDO.
049600     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
049700     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
049800*
049900     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
050000*
050100     STOP RUN.
050200*
050300 ROTINA-PRINCIPAL-FIM.
050400*
050500*------------------ABERTURA DE ARQUIVOS
050600 ABRIR-ARQUIVOS.
050700*----DATA DE PROCESSAMENTO DO AMCR--------------------------------
050800     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
050900     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
051000     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
051100     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
051200     MOVE ZEROS               TO AMCRIO-ORG.
051300     MOVE ZEROS               TO AMCRIO-LOGO.
051400     MOVE ZEROS               TO AMCRIO-REC-NBR.
051500     SET AMCRRB-READ-RANDOM          TO TRUE.
051600     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
051700     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
051800     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
051900     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
052000     SET AMCRRB-CLOSE                TO TRUE.
052100     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
052200*
052300*----MES DO PARM OU, NA FALTA, MES DO PROCESSAMENTO---------------
052400     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
052500     MOVE 1                   TO WS-DATE-FORMAT.
052600     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
052700     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
052800     MOVE WS-DT-AMCR-AAAA     TO WS-DT-BASE-AAAA.
052900     MOVE WS-DT-AMCR-MM       TO WS-DT-BASE-MM.
053000*
053100     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
053200     OPEN INPUT PARM.
053300     IF FS-PARM = '00'
053400     ,  MOVE 'RDPM'                TO WS-ABEND-LOCATION
053500     ,  READ PARM
053600     ,  IF FS-PARM = '00'
053700     ,  AND PARM-DATA-BASE NUMERIC
053800     ,  AND PARM-DATA-BASE(5:2) > '00'
053900     ,  AND PARM-DATA-BASE(5:2) < '13'
054000     ,  ,  MOVE PARM-DATA-BASE     TO WS-DATA-BASE
054100     ,  END-IF
054200     ,  CLOSE PARM
054300     END-IF.
054400     MOVE WS-DATA-BASE        TO WS-CAB-DATA-BASE.
054500*
054600     MOVE 'OPRA'              TO WS-ABEND-LOCATION.
054700     OPEN INPUT RATANT.
054800     IF FS-RATANT NOT EQUAL '00'
054900     ,  DISPLAY '**************************'
055000     ,  DISPLAY '** OPEN ERROR RATANT     **'
055100     ,  DISPLAY '** STATUS = ' FS-RATANT
055200     ,  DISPLAY '**************************'
055300     ,  MOVE 'ERRO OPEN RATAN '   TO WS-ABENDMSG8
055400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
055500     END-IF.
055600*
055700     MOVE 'OPRU'              TO WS-ABEND-LOCATION.
055800     OPEN INPUT RATATU.
055900     IF FS-RATATU NOT EQUAL '00'
056000     ,  DISPLAY '**************************'
056100     ,  DISPLAY '** OPEN ERROR RATATU     **'
056200     ,  DISPLAY '** STATUS = ' FS-RATATU
056300     ,  DISPLAY '**************************'
056400     ,  MOVE 'ERRO OPEN RATAT '   TO WS-ABENDMSG8
056500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
056600     END-IF.
056700*
056800     MOVE 'OPCM'              TO WS-ABEND-LOCATION.
056900     OPEN INPUT CONTMES.
057000     IF FS-CONTMES NOT EQUAL '00'
057100     ,  DISPLAY '**************************'
057200     ,  DISPLAY '** OPEN ERROR CONTMES    **'
057300     ,  DISPLAY '** STATUS = ' FS-CONTMES
057400     ,  DISPLAY '**************************'
057500     ,  MOVE 'ERRO OPEN CONTM '   TO WS-ABENDMSG8
057600     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
057700     END-IF.
057800*
057900     MOVE 'OPRM'              TO WS-ABEND-LOCATION.
058000     OPEN INPUT RECMES.
058100     IF FS-RECMES NOT EQUAL '00'
058200     ,  DISPLAY '**************************'
058300     ,  DISPLAY '** OPEN ERROR RECMES     **'
058400     ,  DISPLAY '** STATUS = ' FS-RECMES
058500     ,  DISPLAY '**************************'
058600     ,  MOVE 'ERRO OPEN RECME '   TO WS-ABENDMSG8
058700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
058800     END-IF.
058900*
059000     MOVE 'OPRV'              TO WS-ABEND-LOCATION.
059100     OPEN OUTPUT RELMOV.
059200     IF FS-RELMOV NOT EQUAL '00'
059300     ,  DISPLAY '**************************'
059400     ,  DISPLAY '** OPEN ERROR RELMOV     **'
059500     ,  DISPLAY '** STATUS = ' FS-RELMOV
059600     ,  DISPLAY '**************************'
059700     ,  MOVE 'ERRO OPEN RELMO '   TO WS-ABENDMSG8
059800     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
059900     END-IF.
060000*
060100     MOVE 1                   TO WS-IND-RAT.
060200     PERFORM LIMPA-RELPDD     THRU LIMPA-RELPDD-FIM
060300             UNTIL WS-IND-RAT > 9.
060400     MOVE 101                 TO WS-IND-MORG.
060500     MOVE 999                 TO WS-MORG-ORG(WS-IND-MORG).
060600     PERFORM LIMPA-MORG       THRU LIMPA-MORG-FIM.
060700 ABRIR-ARQUIVOS-FIM. EXIT.
060800*------------------FIM DA ABERTURA DOS ARQUIVOS
060900 LIMPA-RELPDD.
061000     MOVE ZEROS TO WS-PDD-QTDE(WS-IND-RAT)
061100                   WS-PDD-SALDO(WS-IND-RAT)
061200                   WS-PDD-PROV(WS-IND-RAT).
061300     ADD 1                          TO WS-IND-RAT.
061400 LIMPA-RELPDD-FIM. EXIT.
061500*
061600 LIMPA-MORG.
061700     MOVE ZEROS         TO WS-MORG-CONTAB-QTDE(WS-IND-MORG)
061800                           WS-MORG-CONTAB-VALOR(WS-IND-MORG)
061900                           WS-MORG-RECUP-VALOR(WS-IND-MORG).
062000     MOVE 1                         TO WS-IND-RAT.
062100     PERFORM LIMPA-MORG-RATINGS     THRU LIMPA-MORG-RATINGS-FIM
062200             UNTIL WS-IND-RAT > 10.
062300 LIMPA-MORG-FIM. EXIT.
062400 LIMPA-MORG-RATINGS.
062500     MOVE ZEROS TO WS-MORG-QT-ABE(WS-IND-MORG WS-IND-RAT)
062600                   WS-MORG-SD-ABE(WS-IND-MORG WS-IND-RAT)
062700                   WS-MORG-PV-ABE(WS-IND-MORG WS-IND-RAT)
062800                   WS-MORG-QT-NOV(WS-IND-MORG WS-IND-RAT)
062900                   WS-MORG-SD-NOV(WS-IND-MORG WS-IND-RAT)
063000                   WS-MORG-PV-NOV(WS-IND-MORG WS-IND-RAT)
063100                   WS-MORG-QT-RES(WS-IND-MORG WS-IND-RAT)
063200                   WS-MORG-SD-RES(WS-IND-MORG WS-IND-RAT)
063300                   WS-MORG-PV-RES(WS-IND-MORG WS-IND-RAT)
063400                   WS-MORG-QT-MIG(WS-IND-MORG WS-IND-RAT)
063500                   WS-MORG-SD-MIG(WS-IND-MORG WS-IND-RAT)
063600                   WS-MORG-PV-MIG(WS-IND-MORG WS-IND-RAT)
063700                   WS-MORG-SD-VAR(WS-IND-MORG WS-IND-RAT)
063800                   WS-MORG-PV-VAR(WS-IND-MORG WS-IND-RAT)
063900                   WS-MORG-QT-FEC(WS-IND-MORG WS-IND-RAT)
064000                   WS-MORG-SD-FEC(WS-IND-MORG WS-IND-RAT)
064100                   WS-MORG-PV-FEC(WS-IND-MORG WS-IND-RAT).
064200     ADD 1                          TO WS-IND-RAT.
064300 LIMPA-MORG-RATINGS-FIM. EXIT.
064400*--------------LEITURA DA FOTOGRAFIA DO MES ANTERIOR-------------*
064500 LER-RATANT.
064600     MOVE 'RDRA'                    TO WS-ABEND-LOCATION.
064700     READ RATANT.
064800     IF FS-RATANT NOT = ZEROS
064900     ,  IF FS-RATANT NOT = 10
065000     ,  ,  DISPLAY '*************************'
065100     ,  ,  DISPLAY '**    READ RATANT      **'
065200     ,  ,  DISPLAY '** STATUS = ' FS-RATANT
065300     ,  ,  DISPLAY '*************************'
065400     ,  ,  MOVE 'ERRO READ RATAN '  TO WS-ABENDMSG8
065500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
065600     ,  END-IF
065700     ,  MOVE HIGH-VALUES            TO WS-CHAVE-ANTERIOR
065800     ,  GO                          TO LER-RATANT-FIM
065900     END-IF.
066000     IF NOT RATANT-E-DETALHE
066100     ,  GO                          TO LER-RATANT
066200     END-IF.
066300     ADD 1                          TO WS-CONT-ANTERIOR.
066400     MOVE RATANT-ORG                TO WS-CHAVE-ANT-ORG.
066500     MOVE RATANT-CONTA              TO WS-CHAVE-ANT-CONTA.
066600 LER-RATANT-FIM. EXIT.
066700*------------FIM LEITURA DA FOTOGRAFIA DO MES ANTERIOR-----------*
066800*--------------LEITURA DA FOTOGRAFIA DO MES ATUAL----------------*
066900 LER-RATATU.
067000     MOVE 'RDRU'                    TO WS-ABEND-LOCATION.
067100     READ RATATU.
067200     IF FS-RATATU NOT = ZEROS
067300     ,  IF FS-RATATU NOT = 10
067400     ,  ,  DISPLAY '*************************'
067500     ,  ,  DISPLAY '**    READ RATATU      **'
067600     ,  ,  DISPLAY '** STATUS = ' FS-RATATU
067700     ,  ,  DISPLAY '*************************'
067800     ,  ,  MOVE 'ERRO READ RATAT '  TO WS-ABENDMSG8
067900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
068000     ,  END-IF
068100     ,  MOVE HIGH-VALUES            TO WS-CHAVE-ATUAL
068200     ,  GO                          TO LER-RATATU-FIM
068300     END-IF.
068400     IF RATCTA-E-TOTAL
068500     ,  PERFORM GUARDA-TOTAL-RELPDD THRU GUARDA-TOTAL-RELPDD-FIM
068600     END-IF.
068700     IF NOT RATCTA-E-DETALHE
068800     ,  GO                          TO LER-RATATU
068900     END-IF.
069000     ADD 1                          TO WS-CONT-ATUAL.
069100     MOVE RATCTA-ORG                TO WS-CHAVE-ATU-ORG.
069200     MOVE RATCTA-CONTA              TO WS-CHAVE-ATU-CONTA.
069300 LER-RATATU-FIM. EXIT.
069400*------------FIM LEITURA DA FOTOGRAFIA DO MES ATUAL--------------*
069500*----TOTAL DO RELPDD POR RATING (GRAVADO PELO UUGPB917)----------*
069600 GUARDA-TOTAL-RELPDD.
069700     MOVE RATCTA-T-RATING           TO WS-RAT-PROCURA.
069730     MOVE ZEROS                     TO WS-ORG-PROCURA.
069760     MOVE 'TOTAL DO RELPDD'         TO WS-CONTA-PROCURA.
069800     PERFORM LOCALIZA-RATING        THRU LOCALIZA-RATING-FIM.
069820     IF WS-RAT-IDX = ZEROS
069840     ,  GO                          TO GUARDA-TOTAL-RELPDD-FIM
069860     END-IF.
069900     ADD RATCTA-T-QTDE              TO WS-PDD-QTDE(WS-RAT-IDX).
070000     ADD RATCTA-T-SALDO             TO WS-PDD-SALDO(WS-RAT-IDX).
070100     ADD RATCTA-T-PROVISAO          TO WS-PDD-PROV(WS-RAT-IDX).
070200 GUARDA-TOTAL-RELPDD-FIM. EXIT.
070300*
070400 LOCALIZA-RATING.
070500     MOVE ZEROS                     TO WS-RAT-IDX.
070600     MOVE ZEROS                     TO WS-IND-RAT.
070700     PERFORM PROCURA-RATING         THRU PROCURA-RATING-FIM
070800             UNTIL WS-IND-RAT >= 9
070900             OR    WS-RAT-IDX > ZEROS.
070950*----RATING FORA DA TABELA: EXCECAO E RC 4, O CHAMADOR IGNORA---*
071000     IF WS-RAT-IDX = ZEROS
071100     ,  ADD 1                       TO WS-CONT-RAT-INVALIDO
071200     ,  DISPLAY '** RATING INVALIDO: ' WS-RAT-PROCURA
071300     ,          ' ORG ' WS-ORG-PROCURA
071400     ,          ' CONTA ' WS-CONTA-PROCURA
071500     ,  IF WS-RETORNO-FINAL < 4
071600     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
071650     ,  END-IF
071700     END-IF.
071800 LOCALIZA-RATING-FIM. EXIT.
071900 PROCURA-RATING.
072000     ADD 1                          TO WS-IND-RAT.
072100     IF WS-RAT-COD(WS-IND-RAT) = WS-RAT-PROCURA
072200     ,  MOVE WS-IND-RAT             TO WS-RAT-IDX
072300     END-IF.
072400 PROCURA-RATING-FIM. EXIT.
072500*--FIM TOTAL DO RELPDD POR RATING--------------------------------*
072600*--------COTEJAMENTO MES ANTERIOR X MES ATUAL--------------------*
072700 COTEJA.
072800     IF WS-CHAVE-ANTERIOR = WS-CHAVE-ATUAL
072900     ,  PERFORM TRATA-PERMANENTE    THRU TRATA-PERMANENTE-FIM
073000     ,  PERFORM LER-RATANT          THRU LER-RATANT-FIM
073100     ,  PERFORM LER-RATATU          THRU LER-RATATU-FIM
073200     ELSE
073300     ,  IF WS-CHAVE-ANTERIOR < WS-CHAVE-ATUAL
073400     ,  ,  PERFORM TRATA-RESOLVIDA  THRU TRATA-RESOLVIDA-FIM
073500     ,  ,  PERFORM LER-RATANT       THRU LER-RATANT-FIM
073600     ,  ELSE
073700     ,  ,  PERFORM TRATA-NOVA       THRU TRATA-NOVA-FIM
073800     ,  ,  PERFORM LER-RATATU       THRU LER-RATATU-FIM
073900     ,  END-IF
074000     END-IF.
074100 COTEJA-FIM. EXIT.
074200*------FIM COTEJAMENTO MES ANTERIOR X MES ATUAL------------------*
074300*----CONTA SO NO MES ANTERIOR: SAIU DA CARTEIRA (RESOLVIDA)------*
074400 TRATA-RESOLVIDA.
074500     ADD 1                          TO WS-CONT-RESOLVIDAS.
074600     INITIALIZE MOVIMENTO-CONTA.
074700     MOVE 1                         TO WS-LAN-QT-ABE
074800                                       WS-LAN-QT-RES.
074900     MOVE RATANT-SALDO              TO WS-LAN-SD-ABE
075000                                       WS-LAN-SD-RES.
075100     MOVE RATANT-PROVISAO           TO WS-LAN-PV-ABE
075200                                       WS-LAN-PV-RES.
075300     MOVE RATANT-ORG                TO WS-ORG-PROCURA.
075350     MOVE RATANT-CONTA              TO WS-CONTA-PROCURA.
075400     MOVE RATANT-RATING             TO WS-RAT-PROCURA.
075500     PERFORM LANCA-CONTA            THRU LANCA-CONTA-FIM.
075600 TRATA-RESOLVIDA-FIM. EXIT.
075700*
075800*----CONTA SO NO MES ATUAL: ENTROU NA CARTEIRA (NOVA)------------*
075900 TRATA-NOVA.
076000     ADD 1                          TO WS-CONT-NOVAS.
076100     INITIALIZE MOVIMENTO-CONTA.
076200     MOVE 1                         TO WS-LAN-QT-NOV
076300                                       WS-LAN-QT-FEC.
076400     MOVE RATCTA-SALDO              TO WS-LAN-SD-NOV
076500                                       WS-LAN-SD-FEC.
076600     MOVE RATCTA-PROVISAO           TO WS-LAN-PV-NOV
076700                                       WS-LAN-PV-FEC.
076800     MOVE RATCTA-ORG                TO WS-ORG-PROCURA.
076850     MOVE RATCTA-CONTA              TO WS-CONTA-PROCURA.
076900     MOVE RATCTA-RATING             TO WS-RAT-PROCURA.
077000     PERFORM LANCA-CONTA            THRU LANCA-CONTA-FIM.
077100 TRATA-NOVA-FIM. EXIT.
077200*
077300*----CONTA NOS DOIS MESES: MIGRACAO DE RATING E VARIACAO---------*
077400 TRATA-PERMANENTE.
077500     MOVE RATANT-ORG                TO WS-ORG-PROCURA.
077550     MOVE RATANT-CONTA              TO WS-CONTA-PROCURA.
077600     IF RATANT-RATING NOT = RATCTA-RATING
077700     ,  ADD 1                       TO WS-CONT-MIGRADAS
077800     ,  INITIALIZE MOVIMENTO-CONTA
077900     ,  MOVE 1                      TO WS-LAN-QT-ABE
078000     ,  MOVE RATANT-SALDO           TO WS-LAN-SD-ABE
078100     ,  MOVE RATANT-PROVISAO        TO WS-LAN-PV-ABE
078200     ,  MOVE -1                     TO WS-LAN-QT-MIG
078300     ,  COMPUTE WS-LAN-SD-MIG = ZEROS - RATANT-SALDO
078400     ,  COMPUTE WS-LAN-PV-MIG = ZEROS - RATANT-PROVISAO
078500     ,  MOVE RATANT-RATING          TO WS-RAT-PROCURA
078600     ,  PERFORM LANCA-CONTA         THRU LANCA-CONTA-FIM
078700     ,  INITIALIZE MOVIMENTO-CONTA
078800     ,  MOVE 1                      TO WS-LAN-QT-MIG
078900     ,  MOVE RATANT-SALDO           TO WS-LAN-SD-MIG
079000     ,  MOVE RATANT-PROVISAO        TO WS-LAN-PV-MIG
079100     ELSE
079200     ,  INITIALIZE MOVIMENTO-CONTA
079300     ,  MOVE 1                      TO WS-LAN-QT-ABE
079400     ,  MOVE RATANT-SALDO           TO WS-LAN-SD-ABE
079500     ,  MOVE RATANT-PROVISAO        TO WS-LAN-PV-ABE
079600     END-IF.
079700     COMPUTE WS-LAN-SD-VAR = RATCTA-SALDO - RATANT-SALDO.
079800     COMPUTE WS-LAN-PV-VAR = RATCTA-PROVISAO - RATANT-PROVISAO.
079900     MOVE 1                         TO WS-LAN-QT-FEC.
080000     MOVE RATCTA-SALDO              TO WS-LAN-SD-FEC.
080100     MOVE RATCTA-PROVISAO           TO WS-LAN-PV-FEC.
080200     MOVE RATCTA-RATING             TO WS-RAT-PROCURA.
080300     PERFORM LANCA-CONTA            THRU LANCA-CONTA-FIM.
080400 TRATA-PERMANENTE-FIM. EXIT.
080500*
080600*----LANCA O MOVIMENTO DA CONTA NA ORG/RATING, NO TOTAL DA ORG---*
080700*----E NO TOTAL GERAL--------------------------------------------*
080800 LANCA-CONTA.
080900     PERFORM LOCALIZA-RATING        THRU LOCALIZA-RATING-FIM.
080920     IF WS-RAT-IDX = ZEROS
080940     ,  GO                          TO LANCA-CONTA-FIM
080960     END-IF.
081000     PERFORM ACUMULA-MOV-ORG        THRU ACUMULA-MOV-ORG-FIM.
081100     MOVE WS-IND-MORG               TO WS-IND-ORG-LANC.
081200     MOVE WS-RAT-IDX                TO WS-IND-RAT.
081300     PERFORM LANCA-MOVIMENTO        THRU LANCA-MOVIMENTO-FIM.
081400     MOVE 10                        TO WS-IND-RAT.
081500     PERFORM LANCA-MOVIMENTO        THRU LANCA-MOVIMENTO-FIM.
081600     MOVE 101                       TO WS-IND-ORG-LANC.
081700     MOVE WS-RAT-IDX                TO WS-IND-RAT.
081800     PERFORM LANCA-MOVIMENTO        THRU LANCA-MOVIMENTO-FIM.
081900     MOVE 10                        TO WS-IND-RAT.
082000     PERFORM LANCA-MOVIMENTO        THRU LANCA-MOVIMENTO-FIM.
082100 LANCA-CONTA-FIM. EXIT.
082200 LANCA-MOVIMENTO.
082300     ADD WS-LAN-QT-ABE TO WS-MORG-QT-ABE(WS-IND-ORG-LANC
082400                                         WS-IND-RAT).
082500     ADD WS-LAN-SD-ABE TO WS-MORG-SD-ABE(WS-IND-ORG-LANC
082600                                         WS-IND-RAT).
082700     ADD WS-LAN-PV-ABE TO WS-MORG-PV-ABE(WS-IND-ORG-LANC
082800                                         WS-IND-RAT).
082900     ADD WS-LAN-QT-NOV TO WS-MORG-QT-NOV(WS-IND-ORG-LANC
083000                                         WS-IND-RAT).
083100     ADD WS-LAN-SD-NOV TO WS-MORG-SD-NOV(WS-IND-ORG-LANC
083200                                         WS-IND-RAT).
083300     ADD WS-LAN-PV-NOV TO WS-MORG-PV-NOV(WS-IND-ORG-LANC
083400                                         WS-IND-RAT).
083500     ADD WS-LAN-QT-RES TO WS-MORG-QT-RES(WS-IND-ORG-LANC
083600                                         WS-IND-RAT).
083700     ADD WS-LAN-SD-RES TO WS-MORG-SD-RES(WS-IND-ORG-LANC
083800                                         WS-IND-RAT).
083900     ADD WS-LAN-PV-RES TO WS-MORG-PV-RES(WS-IND-ORG-LANC
084000                                         WS-IND-RAT).
084100     ADD WS-LAN-QT-MIG TO WS-MORG-QT-MIG(WS-IND-ORG-LANC
084200                                         WS-IND-RAT).
084300     ADD WS-LAN-SD-MIG TO WS-MORG-SD-MIG(WS-IND-ORG-LANC
084400                                         WS-IND-RAT).
084500     ADD WS-LAN-PV-MIG TO WS-MORG-PV-MIG(WS-IND-ORG-LANC
084600                                         WS-IND-RAT).
084700     ADD WS-LAN-SD-VAR TO WS-MORG-SD-VAR(WS-IND-ORG-LANC
084800                                         WS-IND-RAT).
084900     ADD WS-LAN-PV-VAR TO WS-MORG-PV-VAR(WS-IND-ORG-LANC
085000                                         WS-IND-RAT).
085100     ADD WS-LAN-QT-FEC TO WS-MORG-QT-FEC(WS-IND-ORG-LANC
085200                                         WS-IND-RAT).
085300     ADD WS-LAN-SD-FEC TO WS-MORG-SD-FEC(WS-IND-ORG-LANC
085400                                         WS-IND-RAT).
085500     ADD WS-LAN-PV-FEC TO WS-MORG-PV-FEC(WS-IND-ORG-LANC
085600                                         WS-IND-RAT).
085700 LANCA-MOVIMENTO-FIM. EXIT.
085800*
085900*------LOCALIZA (OU INCLUI) A ORG NA TABELA DE MOVIMENTO---------*
086000 ACUMULA-MOV-ORG.
086100     MOVE 'N'                       TO WS-ACHOU-MORG.
086200     MOVE ZEROS                     TO WS-IND-MORG.
086300     PERFORM PROCURA-MOV-ORG        THRU PROCURA-MOV-ORG-FIM
086400             UNTIL WS-IND-MORG >= WS-QTDE-MORG
086500             OR    WS-MORG-LOCALIZADA.
086600     IF NOT WS-MORG-LOCALIZADA
086700     ,  IF WS-QTDE-MORG >= 100
086800     ,  ,  MOVE 'ACMO'              TO WS-ABEND-LOCATION
086900     ,  ,  DISPLAY '*************************'
087000     ,  ,  DISPLAY '** TABELA ORG DA MOVIMENTACAO ESGOTADA **'
087100     ,  ,  DISPLAY '*************************'
087200     ,  ,  MOVE 'TAB MORG CHEIA  '  TO WS-ABENDMSG8
087300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
087400     ,  END-IF
087500     ,  ADD 1                       TO WS-QTDE-MORG
087600     ,  MOVE WS-QTDE-MORG           TO WS-IND-MORG
087700     ,  MOVE WS-ORG-PROCURA  TO WS-MORG-ORG(WS-IND-MORG)
087800     ,  PERFORM LIMPA-MORG          THRU LIMPA-MORG-FIM
087900     END-IF.
088000 ACUMULA-MOV-ORG-FIM. EXIT.
088100 PROCURA-MOV-ORG.
088200     ADD 1                          TO WS-IND-MORG.
088300     IF WS-MORG-ORG(WS-IND-MORG) = WS-ORG-PROCURA
088400     ,  SET WS-MORG-LOCALIZADA      TO TRUE
088500     END-IF.
088600 PROCURA-MOV-ORG-FIM. EXIT.
088700*----FIM LOCALIZA (OU INCLUI) A ORG NA TABELA DE MOVIMENTO-------*
088800*--------BAIXAS ENVIADAS AO CONTABIL NO MES (LIQUIDAS DE ESTORNO)*
088900 LER-CONTMES.
089000     MOVE 'RDCM'                    TO WS-ABEND-LOCATION.
089100     READ CONTMES.
089200     IF FS-CONTMES NOT = ZEROS
089300     ,  IF FS-CONTMES NOT = 10
089400     ,  ,  DISPLAY '*************************'
089500     ,  ,  DISPLAY '**    READ CONTMES     **'
089600     ,  ,  DISPLAY '** STATUS = ' FS-CONTMES
089700     ,  ,  DISPLAY '*************************'
089800     ,  ,  MOVE 'ERRO READ CONTM '  TO WS-ABENDMSG8
089900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
090000     ,  END-IF
090100     ,  GO                          TO LER-CONTMES-FIM
090200     END-IF.
090300     IF CONTMES-E-HEADER
090400     ,  IF CONTMES-H-DESCRICAO(1:8) = ' ESTORNO'
090500     ,  ,  MOVE -1                  TO WS-SINAL-CONTMES
090600     ,  ELSE
090700     ,  ,  MOVE +1                  TO WS-SINAL-CONTMES
090800     ,  END-IF
090900     ,  GO                          TO LER-CONTMES-FIM
091000     END-IF.
091100     IF NOT CONTMES-E-DETALHE
091200     OR CONTMES-D-NATUREZA NOT = 'D'
091300     ,  GO                          TO LER-CONTMES-FIM
091400     END-IF.
091500     MOVE CONTMES-D-ORG             TO WS-ORG-PROCURA.
091600     PERFORM ACUMULA-MOV-ORG        THRU ACUMULA-MOV-ORG-FIM.
091700     COMPUTE WS-MORG-CONTAB-QTDE(WS-IND-MORG) =
091800             WS-MORG-CONTAB-QTDE(WS-IND-MORG)
091900           + CONTMES-D-QTDE-CONTAS * WS-SINAL-CONTMES.
092000     COMPUTE WS-MORG-CONTAB-VALOR(WS-IND-MORG) =
092100             WS-MORG-CONTAB-VALOR(WS-IND-MORG)
092200           + CONTMES-D-VALOR * WS-SINAL-CONTMES.
092300     COMPUTE WS-MORG-CONTAB-QTDE(101) =
092400             WS-MORG-CONTAB-QTDE(101)
092500           + CONTMES-D-QTDE-CONTAS * WS-SINAL-CONTMES.
092600     COMPUTE WS-MORG-CONTAB-VALOR(101) =
092700             WS-MORG-CONTAB-VALOR(101)
092800           + CONTMES-D-VALOR * WS-SINAL-CONTMES.
092900 LER-CONTMES-FIM. EXIT.
093000*------FIM BAIXAS ENVIADAS AO CONTABIL NO MES--------------------*
093100*--------RECUPERACOES LANCADAS NO MES----------------------------*
093200 LER-RECMES.
093300     MOVE 'RDRC'                    TO WS-ABEND-LOCATION.
093400     READ RECMES.
093500     IF FS-RECMES NOT = ZEROS
093600     ,  IF FS-RECMES NOT = 10
093700     ,  ,  DISPLAY '*************************'
093800     ,  ,  DISPLAY '**    READ RECMES      **'
093900     ,  ,  DISPLAY '** STATUS = ' FS-RECMES
094000     ,  ,  DISPLAY '*************************'
094100     ,  ,  MOVE 'ERRO READ RECME '  TO WS-ABENDMSG8
094200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
094300     ,  END-IF
094400     ,  GO                          TO LER-RECMES-FIM
094500     END-IF.
094600     IF NOT RECMES-E-DETALHE
094700     OR RECMES-D-NATUREZA NOT = 'D'
094800     ,  GO                          TO LER-RECMES-FIM
094900     END-IF.
095000     MOVE RECMES-D-ORG              TO WS-ORG-PROCURA.
095100     PERFORM ACUMULA-MOV-ORG        THRU ACUMULA-MOV-ORG-FIM.
095200     ADD RECMES-D-VALOR    TO WS-MORG-RECUP-VALOR(WS-IND-MORG)
095300                              WS-MORG-RECUP-VALOR(101).
095400 LER-RECMES-FIM. EXIT.
095500*------FIM RECUPERACOES LANCADAS NO MES--------------------------*
095600*--------IMPRESSAO DA MOVIMENTACAO (UMA PAGINA POR ORG)----------*
095700 IMPRIME-ORG.
095800     ADD 1                          TO WS-IND-MORG.
095900     PERFORM IMPRIME-MOVIMENTO-ORG
096000             THRU IMPRIME-MOVIMENTO-ORG-FIM.
096100 IMPRIME-ORG-FIM. EXIT.
096200*
096300 IMPRIME-MOVIMENTO-ORG.
096400     ADD 1                          TO WS-CONT-PAG.
096500     MOVE WS-CONT-PAG               TO WS-PAG.
096600     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
096700     IF WS-IND-MORG = 101
096800     ,  WRITE RELMOV-LINHA FROM RELMOV-ORG-GERAL
096900     ELSE
097000     ,  MOVE WS-MORG-ORG(WS-IND-MORG)  TO MOV-ORG
097100     ,  WRITE RELMOV-LINHA FROM RELMOV-ORG
097200     END-IF.
097300     WRITE RELMOV-LINHA FROM TERCEIRA-LINHA.
097400     ADD 2                          TO WS-CONT-LINHAS.
097500*
097600     MOVE 1                         TO WS-IND-RAT.
097700     PERFORM IMPRIME-RATING         THRU IMPRIME-RATING-FIM
097800             UNTIL WS-IND-RAT > 10.
097900*
098000     MOVE WS-MORG-CONTAB-QTDE(WS-IND-MORG)  TO MOV-CONTAB-QTDE.
098100     MOVE WS-MORG-CONTAB-VALOR(WS-IND-MORG) TO MOV-CONTAB-VALOR.
098200     MOVE WS-MORG-RECUP-VALOR(WS-IND-MORG)  TO MOV-RECUP-VALOR.
098300     WRITE RELMOV-LINHA FROM TERCEIRA-LINHA.
098400     WRITE RELMOV-LINHA FROM RELMOV-CONTABIL.
098500     ADD 2                          TO WS-CONT-LINHAS.
098600 IMPRIME-MOVIMENTO-ORG-FIM. EXIT.
098700*
098800*----TRES LINHAS POR RATING: QUANTIDADE, SALDO E PROVISAO--------*
098900 IMPRIME-RATING.
099000     IF WS-IND-RAT = 10
099100     ,  MOVE 'TT'                   TO MOV-Q-RATING
099200     ,  WRITE RELMOV-LINHA FROM TERCEIRA-LINHA
099300     ,  ADD 1                       TO WS-CONT-LINHAS
099400     ELSE
099500     ,  MOVE WS-RAT-COD(WS-IND-RAT) TO MOV-Q-RATING
099600     END-IF.
099700     MOVE WS-MORG-QT-ABE(WS-IND-MORG WS-IND-RAT)
099800                                    TO MOV-Q-ABERTURA.
099900     MOVE WS-MORG-QT-NOV(WS-IND-MORG WS-IND-RAT)
100000                                    TO MOV-Q-NOVAS.
100100     MOVE WS-MORG-QT-RES(WS-IND-MORG WS-IND-RAT)
100200                                    TO MOV-Q-RESOLVIDAS.
100300     MOVE WS-MORG-QT-MIG(WS-IND-MORG WS-IND-RAT)
100400                                    TO MOV-Q-MIGRACAO.
100500     MOVE WS-MORG-QT-FEC(WS-IND-MORG WS-IND-RAT)
100600                                    TO MOV-Q-FECHAMENTO.
100700     WRITE RELMOV-LINHA FROM RELMOV-CORPO-QTDE.
100800*
100900     MOVE SPACES                    TO MOV-V-RATING.
101000     MOVE 'SALDO'                   TO MOV-V-ITEM.
101100     MOVE WS-MORG-SD-ABE(WS-IND-MORG WS-IND-RAT)
101200                                    TO MOV-V-ABERTURA.
101300     MOVE WS-MORG-SD-NOV(WS-IND-MORG WS-IND-RAT)
101400                                    TO MOV-V-NOVAS.
101500     MOVE WS-MORG-SD-RES(WS-IND-MORG WS-IND-RAT)
101600                                    TO MOV-V-RESOLVIDAS.
101700     MOVE WS-MORG-SD-MIG(WS-IND-MORG WS-IND-RAT)
101800                                    TO MOV-V-MIGRACAO.
101900     MOVE WS-MORG-SD-VAR(WS-IND-MORG WS-IND-RAT)
102000                                    TO MOV-V-VARIACAO.
102100     MOVE WS-MORG-SD-FEC(WS-IND-MORG WS-IND-RAT)
102200                                    TO MOV-V-FECHAMENTO.
102300     WRITE RELMOV-LINHA FROM RELMOV-CORPO-VALOR.
102400*
102500     MOVE 'PROV.'                   TO MOV-V-ITEM.
102600     MOVE WS-MORG-PV-ABE(WS-IND-MORG WS-IND-RAT)
102700                                    TO MOV-V-ABERTURA.
102800     MOVE WS-MORG-PV-NOV(WS-IND-MORG WS-IND-RAT)
102900                                    TO MOV-V-NOVAS.
103000     MOVE WS-MORG-PV-RES(WS-IND-MORG WS-IND-RAT)
103100                                    TO MOV-V-RESOLVIDAS.
103200     MOVE WS-MORG-PV-MIG(WS-IND-MORG WS-IND-RAT)
103300                                    TO MOV-V-MIGRACAO.
103400     MOVE WS-MORG-PV-VAR(WS-IND-MORG WS-IND-RAT)
103500                                    TO MOV-V-VARIACAO.
103600     MOVE WS-MORG-PV-FEC(WS-IND-MORG WS-IND-RAT)
103700                                    TO MOV-V-FECHAMENTO.
103800     WRITE RELMOV-LINHA FROM RELMOV-CORPO-VALOR.
103900     ADD 3                          TO WS-CONT-LINHAS.
104000     ADD 1                          TO WS-IND-RAT.
104100 IMPRIME-RATING-FIM. EXIT.
104200*------FIM IMPRESSAO DA MOVIMENTACAO (UMA PAGINA POR ORG)--------*
104300*--------CONCILIACAO DO FECHAMENTO COM O RELPDD POR RATING-------*
104400 IMPRIME-CONCILIACAO.
104500     ADD 1                          TO WS-CONT-PAG.
104600     MOVE WS-CONT-PAG               TO WS-PAG.
104700     SET WS-SECAO-CONCILIACAO       TO TRUE.
104800     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
104900     MOVE 1                         TO WS-IND-RAT.
105000     PERFORM IMPRIME-CONCILIA-RATING
105100             THRU IMPRIME-CONCILIA-RATING-FIM
105200             UNTIL WS-IND-RAT > 9.
105210     IF WS-CONT-RAT-INVALIDO > ZEROS
105220     ,  MOVE WS-CONT-RAT-INVALIDO   TO MOV-RAT-INVALIDO
105230     ,  WRITE RELMOV-LINHA FROM TERCEIRA-LINHA
105240     ,  WRITE RELMOV-LINHA FROM RELMOV-RAT-INVALIDO
105250     ,  ADD 2                       TO WS-CONT-LINHAS
105260     END-IF.
105300 IMPRIME-CONCILIACAO-FIM. EXIT.
105400*
105500 IMPRIME-CONCILIA-RATING.
105600     MOVE WS-RAT-COD(WS-IND-RAT)    TO CON-RATING.
105700     MOVE WS-MORG-QT-FEC(101 WS-IND-RAT)   TO CON-QTDE-FEC.
105800     MOVE WS-MORG-SD-FEC(101 WS-IND-RAT)   TO CON-SALDO-FEC.
105900     MOVE WS-MORG-PV-FEC(101 WS-IND-RAT)   TO CON-PROV-FEC.
106000     MOVE WS-PDD-QTDE(WS-IND-RAT)   TO CON-QTDE-PDD.
106100     MOVE WS-PDD-SALDO(WS-IND-RAT)  TO CON-SALDO-PDD.
106200     MOVE WS-PDD-PROV(WS-IND-RAT)   TO CON-PROV-PDD.
106300     IF WS-MORG-QT-FEC(101 WS-IND-RAT) = WS-PDD-QTDE(WS-IND-RAT)
106400     AND WS-MORG-SD-FEC(101 WS-IND-RAT)
106500                                 = WS-PDD-SALDO(WS-IND-RAT)
106600     AND WS-MORG-PV-FEC(101 WS-IND-RAT)
106700                                 = WS-PDD-PROV(WS-IND-RAT)
106800     ,  MOVE 'OK'                   TO CON-SITUACAO
106900     ELSE
107000     ,  MOVE 'QUEBRA'               TO CON-SITUACAO
107100     ,  ADD 1                       TO WS-CONT-QUEBRAS
107200     ,  IF WS-RETORNO-FINAL < 4
107300     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
107400     ,  END-IF
107500     END-IF.
107600     WRITE RELMOV-LINHA FROM RELMOV-CORPO-CON.
107700     ADD 1                          TO WS-CONT-LINHAS.
107800     ADD 1                          TO WS-IND-RAT.
107900 IMPRIME-CONCILIA-RATING-FIM. EXIT.
108000*------FIM CONCILIACAO DO FECHAMENTO COM O RELPDD POR RATING-----*
108100*----------------------MONTAGEM DO CABECALHO---------------------*
108200 MONTAR-CABECALHO.
108300*-------
108400*MONTAGEM DA DATA DO CABECALHO
108500*-------
108600     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
108700     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
108800     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
108900     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
109000     MOVE ZEROS                         TO WS-CONT-LINHAS.
109100*
109200     WRITE RELMOV-LINHA FROM PRIMEIRA-LINHA.
109300     ADD 1               TO WS-CONT-LINHAS.
109400*
109500     WRITE RELMOV-LINHA FROM SEGUNDA-LINHA.
109600     ADD 1               TO WS-CONT-LINHAS.
109700*
109800     WRITE RELMOV-LINHA FROM TERCEIRA-LINHA.
109900     ADD 1               TO WS-CONT-LINHAS.
110000*
110100     IF WS-SECAO-CONCILIACAO
110200     ,  WRITE RELMOV-LINHA FROM QUARTA-LINHA-CON
110300     ELSE
110400     ,  WRITE RELMOV-LINHA FROM QUARTA-LINHA
110500     END-IF.
110600     ADD 1               TO WS-CONT-LINHAS.
110700*
110800     WRITE RELMOV-LINHA FROM TERCEIRA-LINHA.
110900     ADD 1               TO WS-CONT-LINHAS.
111000*
111100 MONTAR-CABECALHO-EXIT. EXIT.
111200*------------------FIM MONTAGEM DO CABECALHO---------------------*
111300*------------------FECHAMENTO DE ARQUIVOS
111400 FECHAR-ARQUIVOS.
111500     MOVE 'CLRA'                    TO WS-ABEND-LOCATION.
111600     CLOSE RATANT.
111700     IF FS-RATANT NOT EQUAL '00'
111800        DISPLAY '##ERRO FECHAR ARQUIVO RATANT: ' FS-RATANT
111900        MOVE 'ERRO CLOSE RATAN'   TO WS-ABENDMSG8
112000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
112100     END-IF.
112200*
112300     CLOSE RATATU.
112400     IF FS-RATATU NOT EQUAL '00'
112500        DISPLAY '##ERRO FECHAR ARQUIVO RATATU: ' FS-RATATU
112600        MOVE 'ERRO CLOSE RATAT'   TO WS-ABENDMSG8
112700        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
112800     END-IF.
112900*
113000     CLOSE CONTMES.
113100     IF FS-CONTMES NOT EQUAL '00'
113200        DISPLAY '##ERRO FECHAR ARQUIVO CONTMES: ' FS-CONTMES
113300        MOVE 'ERRO CLOSE CONTM'   TO WS-ABENDMSG8
113400        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
113500     END-IF.
113600*
113700     CLOSE RECMES.
113800     IF FS-RECMES NOT EQUAL '00'
113900        DISPLAY '##ERRO FECHAR ARQUIVO RECMES: ' FS-RECMES
114000        MOVE 'ERRO CLOSE RECME'   TO WS-ABENDMSG8
114100        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
114200     END-IF.
114300*
114400     CLOSE RELMOV.
114500     IF FS-RELMOV NOT EQUAL '00'
114600        DISPLAY '##ERRO FECHAR ARQUIVO RELMOV: ' FS-RELMOV
114700        MOVE 'ERRO CLOSE RELMO'   TO WS-ABENDMSG8
114800        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
114900     END-IF.
115000 FECHAR-ARQUIVOS-FIM. EXIT.
115100*------------------FIM DO FECHAMENTO DE ARQUIVOS
115200*================================================================*
115300*    BOOKS DE PROCEDURE UTILIZADOS                               *
115400*================================================================*
115500     COPY CCS502.
115600     COPY CCS508.
115700     COPY UUGJRNP.
115800     COPY AMCRPD.
