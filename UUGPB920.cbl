000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB920.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 20/03/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  ESTORNO (ROLLBACK) DE UM CICLO UUGPB910/UUGPB912 PROCESSADO   *
001100*  COM ARQUIVO ERRADO DO BRADESCO. O NUMERO DA EXECUCAO VEM DO   *
001200*  PARM. O PROGRAMA:                                             *
001300*  - RECUSA O ESTORNO SE A EXECUCAO NAO FOR A ULTIMA DO MESTRE   *
001400*    (CICLO POSTERIOR JA PROCESSADO POR CIMA), SE O JORNAL NAO   *
001500*    TIVER IMAGENS ATIVAS DA EXECUCAO OU SE O CONTABIL/PROVCNT   *
001600*    INFORMADOS NAO FOREM DA DATA DO CICLO;                      *
001610*  - RECUSA O ESTORNO SE ALGUMA ORG RETIDA PARA APROVACAO NA     *
001620*    EXECUCAO AINDA ESTIVER PENDENTE NO MESTRE DE APROVACAO      *
001630*    (APRMST) OU NO APRPEN AINDA NAO LIDO PELO UUGPB926;         *
001700*  - DEVOLVE O HISTMST AO ESTADO ANTERIOR PELO JORNAL HISTANT    *
001800*    (BOOK UUGHAN): EXCLUI AS CONTAS INCLUIDAS, RESTAURA AS      *
001900*    REGRAVADAS E REINCLUI AS EXCLUIDAS, E VOLTA O REGISTRO DE   *
002000*    CONTROLE PARA A EXECUCAO ANTERIOR;                          *
002100*  - GERA LANCAMENTOS DE ESTORNO DO CONTABIL (CONTORI) E DO      *
002200*    PROVCNT (PROVORI) DO CICLO, COM NATUREZA INVERTIDA E OS     *
002300*    MESMOS VALORES;                                             *
002310*    O CONTORI PODE TRAZER, APOS O CONTABIL DO CICLO, AS         *
002320*    GERACOES DO CONTABIL DO UUGPB926 QUE LIBERARAM ORGS DA      *
002330*    EXECUCAO: DESSAS SO SAO ESTORNADOS OS LANCAMENTOS DAS ORGS  *
002340*    LIBERADAS NAQUELA DATA PARA ESTA EXECUCAO (APRMST);         *
002400*  - RETIRA DO MESTRE DE PENDENCIAS DO UUGPB911 (PENDANT ->      *
002500*    PENDNOV) AS CONTAS DO CICLO CUJO PRIMEIRO ENVIO FOI NA      *
002600*    DATA DO CICLO OU DEPOIS;                                    *
002700*  - MARCA COMO CANCELADAS NO CTLENT AS ENTREGAS PROCESSADAS NA  *
002800*    DATA DO CICLO, PARA O UUGPB910 ACEITAR O ARQUIVO CORRIGIDO. *
002900*  QUEBRA: NAO HA (RESUMO POR ORG NO FINAL)                      *
003000*  CLASSIFICACAO: ORG E CONTA (ORDEM DO JORNAL E DO PENDANT)     *
003100*  TOTALIZADORES: CONTAS EXCLUIDAS, RESTAURADAS, REINCLUIDAS,    *
003200*                 PENDENCIAS REMOVIDAS, SALDO DO CICLO E VALORES *
003300*                 ESTORNADOS DE CONTABIL E PROVISAO POR ORG.     *
003400*----------------------------------------------------------------*
003500*================================================================*
003600 ENVIRONMENT DIVISION.
003700*================================================================*
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
004000*----------------------------------------------------------------*
004100 INPUT-OUTPUT SECTION.
004200*----------------------------------------------------------------*
004300 FILE-CONTROL.
004400*----------------------------------------------------------------*
004500     SELECT PARM      ASSIGN      TO PARM
004600            FILE STATUS          IS FS-PARM.
004700*
004800     SELECT HISTMST   ASSIGN      TO HISTMST
004900            ORGANIZATION         IS INDEXED
005000            ACCESS MODE          IS RANDOM
005100            RECORD KEY           IS HISTMST-CHAVE
005200            FILE STATUS          IS FS-HISTMST.
005300*
005400     SELECT HISTANT   ASSIGN      TO HISTANT
005500            FILE STATUS          IS FS-HISTANT.
005600*
005700     SELECT PENDANT   ASSIGN      TO PENDANT
005800            FILE STATUS          IS FS-PENDANT.
005900*
006000     SELECT PENDNOV   ASSIGN      TO PENDNOV
006100            FILE STATUS          IS FS-PENDNOV.
006200*
006300     SELECT CONTORI   ASSIGN      TO CONTORI
006400            FILE STATUS          IS FS-CONTORI.
006500*
006600     SELECT PROVORI   ASSIGN      TO PROVORI
006700            FILE STATUS          IS FS-PROVORI.
006800*
006900     SELECT CONTABIL  ASSIGN      TO CONTABIL
007000            FILE STATUS          IS FS-CONTABIL.
007100*
007200     SELECT PROVCNT   ASSIGN      TO PROVCNT
007300            FILE STATUS          IS FS-PROVCNT.
007400*
007500     SELECT CTLENT    ASSIGN      TO CTLENT
007600            FILE STATUS          IS FS-CTLENT.
007700*
007800     SELECT RELEST    ASSIGN      TO RELEST
007900            FILE STATUS          IS FS-RELEST.
007910*
007920     SELECT APRMST    ASSIGN      TO APRMST
007930            FILE STATUS          IS FS-APRMST.
007940*
007950     SELECT APRPEN    ASSIGN      TO APRPEN
007960            FILE STATUS          IS FS-APRPEN.
008000*
008100     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
008200            FILE STATUS          IS FS-RUNJRNL.
008300*================================================================*
008400 DATA DIVISION.
008500*================================================================*
008600 FILE SECTION.
008700
008800 FD PARM
008900     RECORD CONTAINS 080 CHARACTERS
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F.
009200 01 PARM-REGISTRO.
009300    03 PARM-NUM-EXECUCAO     PIC  X(005).
009400    03 FILLER                PIC  X(075).
009500
009600 FD HISTMST
009700     RECORD CONTAINS 080 CHARACTERS
009800     BLOCK CONTAINS 0 RECORDS.
009900 01 HISTMST-REGISTRO.
010000    03 HISTMST-CHAVE.
010100       05 HISTMST-ORG        PIC  9(003).
010200       05 HISTMST-CONTA      PIC  X(019).
010300    03 HISTMST-LOGO          PIC  9(003).
010400    03 HISTMST-CPF-CLIENTE   PIC  X(011).
010500    03 HISTMST-DATA-PRIM-SELECAO
010600                             PIC  9(008).
010700    03 HISTMST-DATA-ULT-SELECAO
010800                             PIC  9(008).
010900    03 HISTMST-SALDO-ULT-SELECAO
011000                             PIC  9(011)V99.
011100    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
011200    03 HISTMST-QTDE-CICLOS   PIC  9(003).
011300    03 FILLER                PIC  X(007).
011400
011500 FD HISTANT
011600     RECORD CONTAINS 100 CHARACTERS
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORDING MODE F.
011900     COPY UUGHAN.
012000
012100 FD PENDANT
012200     RECORD CONTAINS 060 CHARACTERS
012300     BLOCK CONTAINS 0 RECORDS
012400     RECORDING MODE F.
012500 01 PENDANT-REGISTRO.
012600    03 PENDANT-ORG           PIC  9(003).
012700    03 PENDANT-CONTA         PIC  X(019).
012800    03 PENDANT-CPF-CLIENTE   PIC  X(011).
012900    03 PENDANT-SALDO-CONTA   PIC  9(011)V99.
013000    03 PENDANT-DATA-PRIM-ENVIO
013100                             PIC  9(008).
013200    03 PENDANT-QTDE-CICLOS   PIC  9(003).
013300    03 FILLER                PIC  X(003).
013400
013500 FD PENDNOV
013600     RECORD CONTAINS 060 CHARACTERS
013700     BLOCK CONTAINS 0 RECORDS
013800     RECORDING MODE F.
013900 01 PENDNOV-REGISTRO       PIC X(060).
014000
014100 FD CONTORI
014200     RECORD CONTAINS 080 CHARACTERS
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE F.
014500 01 CONTORI-REGISTRO.
014600    03 CONTORI-TIPO          PIC  X(001).
014700       88 CONTORI-E-HEADER             VALUE 'H'.
014800       88 CONTORI-E-DETALHE            VALUE 'D'.
014900       88 CONTORI-E-TRAILER            VALUE 'T'.
015000    03 CONTORI-H-DATA-JULIANA
015100                             PIC  9(007).
015200    03 FILLER                PIC  X(072).
015300 01 CONTORI-DETALHE.
015400    03 FILLER                PIC  X(001).
015500    03 CONTORI-D-ORG         PIC  9(003).
015600    03 CONTORI-D-NATUREZA    PIC  X(001).
015700    03 CONTORI-D-VALOR       PIC  9(013)V99.
015800    03 CONTORI-D-QTDE-CONTAS PIC  9(007).
015900    03 CONTORI-D-DATA-JULIANA
016000                             PIC  9(007).
016100    03 FILLER                PIC  X(046).
016200 01 CONTORI-TRAILER.
016300    03 FILLER                PIC  X(001).
016400    03 CONTORI-T-QTDE        PIC  9(007).
016500    03 CONTORI-T-HASH        PIC  9(015)V99.
016600    03 FILLER                PIC  X(055).
016700
016800 FD PROVORI
016900     RECORD CONTAINS 080 CHARACTERS
017000     BLOCK CONTAINS 0 RECORDS
017100     RECORDING MODE F.
017200 01 PROVORI-REGISTRO.
017300    03 PROVORI-TIPO          PIC  X(001).
017400       88 PROVORI-E-HEADER             VALUE 'H'.
017500       88 PROVORI-E-DETALHE            VALUE 'D'.
017600       88 PROVORI-E-TRAILER            VALUE 'T'.
017700    03 PROVORI-H-DATA-JULIANA
017800                             PIC  9(007).
017900    03 FILLER                PIC  X(072).
018000 01 PROVORI-DETALHE.
018100    03 FILLER                PIC  X(001).
018200    03 PROVORI-D-ORG         PIC  9(003).
018300    03 PROVORI-D-NATUREZA    PIC  X(001).
018400    03 PROVORI-D-RATING      PIC  X(002).
018500    03 PROVORI-D-VALOR       PIC  9(013)V99.
018600    03 PROVORI-D-QTDE-CONTAS PIC  9(007).
018700    03 PROVORI-D-DATA-JULIANA
018800                             PIC  9(007).
018900    03 FILLER                PIC  X(044).
019000 01 PROVORI-TRAILER.
019100    03 FILLER                PIC  X(001).
019200    03 PROVORI-T-QTDE        PIC  9(007).
019300    03 PROVORI-T-HASH        PIC  9(015)V99.
019400    03 FILLER                PIC  X(055).
019500
019600 FD CONTABIL
019700     RECORD CONTAINS 080 CHARACTERS
019800     BLOCK CONTAINS 0 RECORDS
019900     RECORDING MODE F.
020000 01 CONTABIL-REGISTRO      PIC X(080).
020100
020200 FD PROVCNT
020300     RECORD CONTAINS 080 CHARACTERS
020400     BLOCK CONTAINS 0 RECORDS
020500     RECORDING MODE F.
020600 01 PROVCNT-REGISTRO       PIC X(080).
020700
020800 FD CTLENT
020900     RECORD CONTAINS 080 CHARACTERS
021000     BLOCK CONTAINS 0 RECORDS
021100     RECORDING MODE F.
021200 01 CTLENT-REGISTRO.
021300    03 CTLENT-DATA-GERACAO   PIC  9(008).
021400    03 CTLENT-NSA            PIC  9(006).
021500    03 CTLENT-QTDE-TRAILER   PIC  9(009).
021600    03 CTLENT-DATA-PROC      PIC  9(008).
021700    03 CTLENT-HASH           PIC  9(015)V99.
021800    03 CTLENT-SITUACAO       PIC  X(001).
021900       88 CTLENT-CANCELADA             VALUE 'C'.
022000    03 FILLER                PIC  X(031).
022100
022200 FD RELEST
022300     RECORD CONTAINS 132 CHARACTERS
022400     BLOCK CONTAINS 0 RECORDS
022500     RECORDING MODE F.
022600 01 RELEST-LINHA           PIC X(132).
022610
022620 FD APRMST
022630     RECORD CONTAINS 120 CHARACTERS
022640     BLOCK CONTAINS 0 RECORDS
022650     RECORDING MODE F.
022660 01 APRMST-REGISTRO        PIC X(120).
022670
022680 FD APRPEN
022690     RECORD CONTAINS 120 CHARACTERS
022692     BLOCK CONTAINS 0 RECORDS
022694     RECORDING MODE F.
022696 01 APRPEN-ENTRADA         PIC X(120).
022700
022800 FD RUNJRNL
022900     RECORD CONTAINS 080 CHARACTERS
023000     BLOCK CONTAINS 0 RECORDS
023100     RECORDING MODE F.
023200     COPY UUGJRN.
023300*----------------------------------------------------------------*
023400 WORKING-STORAGE SECTION.
023500*----------------------------------------------------------------*
023600* LINHAS DO RELATORIO DE ESTORNO DO CICLO
023700*----------------------------------------------------------------*
023800 01 CABECALHO.
023900    03 PRIMEIRA-LINHA.
024000       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
024100       05 FILLER              PIC X(010) VALUE SPACES.
024200       05 FILLER              PIC X(036) VALUE
024300          'FIDELITY PROCESSADORA E SERVI OS S/A'.
024400       05 FILLER              PIC X(028) VALUE SPACES.
024500       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
024600       05 WS-DATA-SISTEMA.
024700          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
024800          07 FILLER           PIC X(001) VALUE '/'.
024900          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
025000          07 FILLER           PIC X(001) VALUE '/'.
025100          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
025200       05 FILLER              PIC X(008) VALUE '    PAGE'.
025300       05 WS-PAG              PIC Z.ZZZ.ZZ9.
025400    03 SEGUNDA-LINHA.
025500       05 FILLER              PIC X(050) VALUE
025600          'ESTORNO DE CICLO DE SELECAO - HISTORICO DE CONTAS'.
025700       05 FILLER              PIC X(024) VALUE SPACES.
025800       05 FILLER              PIC X(046) VALUE
025900           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
026000    03 TERCEIRA-LINHA.
026100       05 FILLER              PIC X(132) VALUE SPACES.
026200    03 QUARTA-LINHA.
026300       05 FILLER              PIC X(003) VALUE 'ORG'.
026400       05 FILLER              PIC X(002) VALUE SPACES.
026500       05 FILLER              PIC X(004) VALUE 'LOGO'.
026600       05 FILLER              PIC X(002) VALUE SPACES.
026700       05 FILLER              PIC X(005) VALUE 'CONTA'.
026800       05 FILLER              PIC X(017) VALUE SPACES.
026900       05 FILLER              PIC X(003) VALUE 'CPF'.
027000       05 FILLER              PIC X(014) VALUE SPACES.
027100       05 FILLER              PIC X(012) VALUE 'SALDO/CICLO'.
027200       05 FILLER              PIC X(007) VALUE SPACES.
027300       05 FILLER              PIC X(006) VALUE 'CICLOS'.
027400       05 FILLER              PIC X(002) VALUE SPACES.
027500       05 FILLER              PIC X(008) VALUE 'SITUACAO'.
027600*
027700 01 ESTORNO-CORPO.
027800    03 EST-ORG                PIC 9(003) VALUE ZEROS.
027900    03 FILLER                 PIC X(002) VALUE SPACES.
028000    03 EST-LOGO               PIC 9(003) VALUE ZEROS.
028100    03 FILLER                 PIC X(003) VALUE SPACES.
028200    03 EST-CONTA              PIC X(019) VALUE SPACES.
028300    03 FILLER                 PIC X(003) VALUE SPACES.
028400    03 EST-CPF                PIC X(011) VALUE SPACES.
028500    03 FILLER                 PIC X(003) VALUE SPACES.
028600    03 EST-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
028700    03 FILLER                 PIC X(004) VALUE SPACES.
028800    03 EST-CICLOS             PIC ZZ9.
028900    03 FILLER                 PIC X(004) VALUE SPACES.
029000    03 EST-SITUACAO           PIC X(035) VALUE SPACES.
029100*
029200 01 RESUMO-TITULO-LINHA.
029300    03 FILLER                 PIC X(040) VALUE
029400       'RESUMO DO ESTORNO POR ORG - EXECUCAO '.
029500    03 RES-TIT-EXECUCAO       PIC ZZZZ9.
029600*
029700 01 RESUMO-CABEC-LINHA.
029800    03 FILLER                 PIC X(003) VALUE 'ORG'.
029900    03 FILLER                 PIC X(004) VALUE SPACES.
030000    03 FILLER                 PIC X(010) VALUE 'NOVAS EXCL'.
030100    03 FILLER                 PIC X(002) VALUE SPACES.
030200    03 FILLER                 PIC X(010) VALUE 'RECOR REST'.
030300    03 FILLER                 PIC X(002) VALUE SPACES.
030400    03 FILLER                 PIC X(010) VALUE 'RESOL REIN'.
030500    03 FILLER                 PIC X(002) VALUE SPACES.
030600    03 FILLER                 PIC X(010) VALUE 'PEND REMOV'.
030700    03 FILLER                 PIC X(005) VALUE SPACES.
030800    03 FILLER                 PIC X(014) VALUE 'SALDO DO CICLO'.
030900    03 FILLER                 PIC X(004) VALUE SPACES.
031000    03 FILLER                 PIC X(015) VALUE 'CONTABIL ESTORN'.
031100    03 FILLER                 PIC X(004) VALUE SPACES.
031200    03 FILLER                 PIC X(015) VALUE 'PROVISAO ESTORN'.
031300*
031400 01 RESUMO-ORG-LINHA.
031500    03 RES-ORG                PIC X(003) VALUE SPACES.
031600    03 FILLER                 PIC X(003) VALUE SPACES.
031700    03 RES-NOVAS              PIC Z.ZZZ.ZZ9.
031800    03 FILLER                 PIC X(003) VALUE SPACES.
031900    03 RES-RECORR             PIC Z.ZZZ.ZZ9.
032000    03 FILLER                 PIC X(003) VALUE SPACES.
032100    03 RES-RESOLV             PIC Z.ZZZ.ZZ9.
032200    03 FILLER                 PIC X(003) VALUE SPACES.
032300    03 RES-PEND               PIC Z.ZZZ.ZZ9.
032400    03 FILLER                 PIC X(002) VALUE SPACES.
032500    03 RES-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
032600    03 FILLER                 PIC X(002) VALUE SPACES.
032700    03 RES-CONTABIL           PIC ZZ.ZZZ.ZZZ.ZZ9.99.
032800    03 FILLER                 PIC X(002) VALUE SPACES.
032900    03 RES-PROVISAO           PIC ZZ.ZZZ.ZZZ.ZZ9.99.
033000*
033100 01 IMPRESSAO.
033200    03 WS-IMPRIME-EXECUCAO.
033300       05 FILLER                  PIC X(028) VALUE
033400       'EXECUCAO ESTORNADA........: '.
033500       05 WS-TOT-EXECUCAO         PIC Z.ZZZ.ZZ9.
033600    03 WS-IMPRIME-JORNAL.
033700       05 FILLER                  PIC X(028) VALUE
033800       'IMAGENS LIDAS DO JORNAL...: '.
033900       05 WS-TOT-JORNAL           PIC Z.ZZZ.ZZ9.
034000    03 WS-IMPRIME-NOVAS.
034100       05 FILLER                  PIC X(028) VALUE
034200       'CONTAS NOVAS EXCLUIDAS....: '.
034300       05 WS-TOT-NOVAS            PIC Z.ZZZ.ZZ9.
034400    03 WS-IMPRIME-RECORRENTES.
034500       05 FILLER                  PIC X(028) VALUE
034600       'RECORRENTES RESTAURADAS...: '.
034700       05 WS-TOT-RECORRENTES      PIC Z.ZZZ.ZZ9.
034800    03 WS-IMPRIME-RESOLVIDAS.
034900       05 FILLER                  PIC X(028) VALUE
035000       'RESOLVIDAS REINCLUIDAS....: '.
035100       05 WS-TOT-RESOLVIDAS       PIC Z.ZZZ.ZZ9.
035200    03 WS-IMPRIME-DIVERGENCIAS.
035300       05 FILLER                  PIC X(028) VALUE
035400       'DIVERGENCIAS NO MESTRE....: '.
035500       05 WS-TOT-DIVERGENCIAS     PIC Z.ZZZ.ZZ9.
035600    03 WS-IMPRIME-PEND-REMOVIDAS.
035700       05 FILLER                  PIC X(028) VALUE
035800       'PENDENCIAS REMOVIDAS......: '.
035900       05 WS-TOT-PEND-REMOVIDAS   PIC Z.ZZZ.ZZ9.
036000    03 WS-IMPRIME-PEND-MANTIDAS.
036100       05 FILLER                  PIC X(028) VALUE
036200       'PENDENCIAS MANTIDAS.......: '.
036300       05 WS-TOT-PEND-MANTIDAS    PIC Z.ZZZ.ZZ9.
036400    03 WS-IMPRIME-CONTABIL.
036500       05 FILLER                  PIC X(028) VALUE
036600       'LANCAMENTOS CONTABIL......: '.
036700       05 WS-TOT-CONTABIL         PIC Z.ZZZ.ZZ9.
036800    03 WS-IMPRIME-PROVISAO.
036900       05 FILLER                  PIC X(028) VALUE
037000       'LANCAMENTOS PROVISAO......: '.
037100       05 WS-TOT-PROVISAO         PIC Z.ZZZ.ZZ9.
037200    03 WS-IMPRIME-ENTREGAS.
037300       05 FILLER                  PIC X(028) VALUE
037400       'ENTREGAS CANCELADAS CTLENT: '.
037500       05 WS-TOT-ENTREGAS         PIC Z.ZZZ.ZZ9.
037510    03 WS-IMPRIME-IGNORADOS.
037520       05 FILLER                  PIC X(028) VALUE
037530       'LIBERADOS OUTRA EXECUCAO..: '.
037540       05 WS-TOT-IGNORADOS        PIC Z.ZZZ.ZZ9.
037600    03 WS-IMPRIME-RES-RETORNO.
037700       05 FILLER                  PIC X(028) VALUE
037800       'CODIGO DE RETORNO.........: '.
037900       05 WS-RES-RETORNO          PIC 9(002).
038000*----------------------------------------------------------------*
038100* VARIAVEIS CONTROLE
038200*----------------------------------------------------------------*
038300 01 CONTROLADORES.
038400    03 FS-PARM                  PIC X(002) VALUE '00'.
038500    03 FS-HISTMST               PIC X(002) VALUE '00'.
038600    03 FS-HISTANT               PIC X(002) VALUE '00'.
038700    03 FS-PENDANT               PIC X(002) VALUE '00'.
038800    03 FS-PENDNOV               PIC X(002) VALUE '00'.
038900    03 FS-CONTORI               PIC X(002) VALUE '00'.
039000    03 FS-PROVORI               PIC X(002) VALUE '00'.
039100    03 FS-CONTABIL              PIC X(002) VALUE '00'.
039200    03 FS-PROVCNT               PIC X(002) VALUE '00'.
039300    03 FS-CTLENT                PIC X(002) VALUE '00'.
039400    03 FS-RELEST                PIC X(002) VALUE '00'.
039410    03 FS-APRMST                PIC X(002) VALUE '00'.
039420    03 FS-APRPEN                PIC X(002) VALUE '00'.
039430    03 WS-ORIGEM-APR            PIC X(001) VALUE SPACES.
039440       88 WS-LENDO-APRMST             VALUE 'M'.
039450       88 WS-LENDO-APRPEN             VALUE 'P'.
039500*
039600*----COPIA DO REGISTRO DO MESTRE PARA O RELATORIO----------------*
039700    03 MESTRE-GUARDADO.
039800       05 MES-ORG               PIC 9(003).
039900       05 MES-CONTA             PIC X(019).
040000       05 MES-LOGO              PIC 9(003).
040100       05 MES-CPF-CLIENTE       PIC X(011).
040200       05 MES-DATA-PRIM-SELECAO PIC 9(008).
040300       05 MES-DATA-ULT-SELECAO  PIC 9(008).
040400       05 MES-SALDO-ULT-SELECAO PIC 9(011)V99.
040500       05 MES-NUM-EXECUCAO      PIC 9(005).
040600       05 MES-QTDE-CICLOS       PIC 9(003).
040700       05 FILLER                PIC X(007).
040800    03 WS-SALDO-CICLO           PIC 9(011)V99 VALUE ZEROS.
040900*
041000    03 WS-NUM-EXECUCAO          PIC 9(005) VALUE ZEROS.
041100    03 WS-EXECUCAO-MESTRE       PIC 9(005) VALUE ZEROS.
041200    03 WS-DATA-CICLO            PIC 9(008) VALUE ZEROS.
041300    03 WS-DATA-CICLO-R REDEFINES WS-DATA-CICLO.
041400       05 WS-DT-CICLO-DD        PIC 9(002).
041500       05 WS-DT-CICLO-MM        PIC 9(002).
041600       05 WS-DT-CICLO-AAAA      PIC 9(004).
041700    03 WS-DATA-CICLO-INV.
041800       05 WS-DT-CICLO-INV-AAAA  PIC 9(004) VALUE ZEROS.
041900       05 WS-DT-CICLO-INV-MM    PIC 9(002) VALUE ZEROS.
042000       05 WS-DT-CICLO-INV-DD    PIC 9(002) VALUE ZEROS.
042100    03 WS-DATA-CICLO-AAAAMMDD REDEFINES WS-DATA-CICLO-INV
042200                                PIC 9(008).
042300    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
042400    03 WS-CHAVE-JORNAL.
042500       05 WS-CHAVE-JOR-ORG      PIC 9(003) VALUE ZEROS.
042600       05 WS-CHAVE-JOR-CONTA    PIC X(019) VALUE SPACES.
042700    03 WS-CHAVE-PENDENTE.
042800       05 WS-CHAVE-PEN-ORG      PIC 9(003) VALUE ZEROS.
042900       05 WS-CHAVE-PEN-CONTA    PIC X(019) VALUE SPACES.
043000    03 WS-OPER-JORNAL           PIC X(001) VALUE SPACES.
043100    03 WS-SEM-PENDANT           PIC X(001) VALUE 'N'.
043200       88 WS-PENDANT-AUSENTE          VALUE 'S'.
043300    03 WS-SEM-PROVORI           PIC X(001) VALUE 'N'.
043400       88 WS-PROVORI-AUSENTE          VALUE 'S'.
043500    03 WS-MOTIVO-RECUSA         PIC X(050) VALUE SPACES.
043600    03 WS-CONTORI-T-QTDE        PIC 9(007) VALUE ZEROS.
043610    03 WS-CONTORI-QTDE-LIDOS    PIC 9(007) VALUE ZEROS.
043620    03 WS-CONTORI-GERACAO       PIC 9(003) VALUE ZEROS.
043630    03 WS-DATA-JUL-CICLO        PIC 9(007) VALUE ZEROS.
043700    03 WS-PROVORI-T-QTDE        PIC 9(007) VALUE ZEROS.
043800    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
043900*
044000 01 CONTADORES.
044100    03 WS-CONT-JORNAL           PIC 9(007) VALUE ZEROS.
044200    03 WS-CONT-NOVAS            PIC 9(007) VALUE ZEROS.
044300    03 WS-CONT-RECORRENTES      PIC 9(007) VALUE ZEROS.
044400    03 WS-CONT-RESOLVIDAS       PIC 9(007) VALUE ZEROS.
044500    03 WS-CONT-DIVERGENCIAS     PIC 9(007) VALUE ZEROS.
044600    03 WS-CONT-PEND-REMOVIDAS   PIC 9(007) VALUE ZEROS.
044700    03 WS-CONT-PEND-MANTIDAS    PIC 9(007) VALUE ZEROS.
044800    03 WS-CONT-ENTREGAS         PIC 9(007) VALUE ZEROS.
044810    03 WS-CONT-APR-PENDENTES    PIC 9(007) VALUE ZEROS.
044820    03 WS-CONT-IGNORADOS        PIC 9(007) VALUE ZEROS.
044900    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
045000    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
045100    03 WS-CONTAB-QTDE-DET       PIC 9(007) VALUE ZEROS.
045200    03 WS-CONTAB-HASH           PIC 9(015)V99 VALUE ZEROS.
045300    03 WS-PROVIS-QTDE-DET       PIC 9(007) VALUE ZEROS.
045400    03 WS-PROVIS-HASH           PIC 9(015)V99 VALUE ZEROS.
045500*
045600*----ACUMULACAO POR ORG PARA O RESUMO DO ESTORNO-----------------*
045700 01 TABELA-ESTORNO-ORG.
045800    03 WS-QTDE-EORG             PIC 9(003) VALUE ZEROS.
045900    03 WS-TAB-EORG OCCURS 100 TIMES.
046000       05 WS-TAB-EORG-ORG       PIC 9(003).
046100       05 WS-TAB-EORG-NOVAS     PIC 9(007).
046200       05 WS-TAB-EORG-RECORR    PIC 9(007).
046300       05 WS-TAB-EORG-RESOLV    PIC 9(007).
046400       05 WS-TAB-EORG-PEND      PIC 9(007).
046500       05 WS-TAB-EORG-SALDO     PIC 9(013)V99.
046600       05 WS-TAB-EORG-CONTABIL  PIC 9(013)V99.
046700       05 WS-TAB-EORG-PROVISAO  PIC 9(013)V99.
046800    03 WS-IND-EORG              PIC 9(003) VALUE ZEROS.
046900    03 WS-ORG-PROCURA           PIC 9(003) VALUE ZEROS.
047000    03 WS-ACHOU-EORG            PIC X(001) VALUE 'N'.
047100       88 WS-EORG-LOCALIZADA       VALUE 'S'.
047110*----DATA DE LIBERACAO (UUGPB926) DAS ORGS RETIDAS NA EXECUCAO---*
047120 01 TABELA-ORG-LIBERADA.
047130    03 WS-ORG-LIB-DATA          PIC 9(007) OCCURS 999 TIMES.
047200*----TOTAIS GERAIS DO RESUMO-------------------------------------*
047300 01 TOTAIS-GERAIS.
047400    03 WS-GER-NOVAS             PIC 9(007) VALUE ZEROS.
047500    03 WS-GER-RECORR            PIC 9(007) VALUE ZEROS.
047600    03 WS-GER-RESOLV            PIC 9(007) VALUE ZEROS.
047700    03 WS-GER-PEND              PIC 9(007) VALUE ZEROS.
047800    03 WS-GER-SALDO             PIC 9(013)V99 VALUE ZEROS.
047900    03 WS-GER-CONTABIL          PIC 9(013)V99 VALUE ZEROS.
048000    03 WS-GER-PROVISAO          PIC 9(013)V99 VALUE ZEROS.
048100*
048200*------REGISTROS DA INTERFACE DE ESTORNO CONTABIL----------------*
048300 01 CONTAB-REGISTROS.
048400    03 CONTAB-HEADER.
048500       05 FILLER                PIC X(001) VALUE 'H'.
048600       05 CONTAB-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
048700       05 FILLER                PIC X(025) VALUE
048800       ' ESTORNO DESAVERBACAO'.
048900       05 FILLER                PIC X(047) VALUE SPACES.
049000    03 CONTAB-DETALHE.
049100       05 FILLER                PIC X(001) VALUE 'D'.
049200       05 CONTAB-D-ORG          PIC 9(003) VALUE ZEROS.
049300       05 CONTAB-D-NATUREZA     PIC X(001) VALUE SPACES.
049400       05 CONTAB-D-VALOR        PIC 9(013)V99 VALUE ZEROS.
049500       05 CONTAB-D-QTDE-CONTAS  PIC 9(007) VALUE ZEROS.
049600       05 CONTAB-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
049700       05 FILLER                PIC X(046) VALUE SPACES.
049800    03 CONTAB-TRAILER.
049900       05 FILLER                PIC X(001) VALUE 'T'.
050000       05 CONTAB-T-QTDE         PIC 9(007) VALUE ZEROS.
050100       05 CONTAB-T-HASH         PIC 9(015)V99 VALUE ZEROS.
050200       05 FILLER                PIC X(055) VALUE SPACES.
050300*------REGISTROS DA INTERFACE DE ESTORNO DA PROVISAO-------------*
050400 01 PROVIS-REGISTROS.
050500    03 PROVIS-HEADER.
050600       05 FILLER                PIC X(001) VALUE 'H'.
050700       05 PROVIS-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
050800       05 FILLER                PIC X(025) VALUE
050900       ' ESTORNO PROVISAO PDD'.
051000       05 FILLER                PIC X(047) VALUE SPACES.
051100    03 PROVIS-DETALHE.
051200       05 FILLER                PIC X(001) VALUE 'D'.
051300       05 PROVIS-D-ORG          PIC 9(003) VALUE ZEROS.
051400       05 PROVIS-D-NATUREZA     PIC X(001) VALUE SPACES.
051500       05 PROVIS-D-RATING       PIC X(002) VALUE SPACES.
051600       05 PROVIS-D-VALOR        PIC 9(013)V99 VALUE ZEROS.
051700       05 PROVIS-D-QTDE-CONTAS  PIC 9(007) VALUE ZEROS.
051800       05 PROVIS-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
051900       05 FILLER                PIC X(044) VALUE SPACES.
052000    03 PROVIS-TRAILER.
052100       05 FILLER                PIC X(001) VALUE 'T'.
052200       05 PROVIS-T-QTDE         PIC 9(007) VALUE ZEROS.
052300       05 PROVIS-T-HASH         PIC 9(015)V99 VALUE ZEROS.
052400       05 FILLER                PIC X(055) VALUE SPACES.
052500*----FIM REGISTROS DAS INTERFACES DE ESTORNO---------------------*
052600*----------------------------------------------------------------*
052700* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
052800*----------------------------------------------------------------*
052900 01 MONTADORES-DATA.
053000    03 WS-DATA-SYS.
053100       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
053200       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
053300       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
053400*----------------------------------------------------------------*
053500*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
053600*----------------------------------------------------------------*
053700*
053800     COPY AR00WS.
053900*
054000     COPY AMCRIO.
054100     COPY AMCRRL.
054200     COPY AMCRRB.
054300*
054400     COPY CCS302.
054500*
054600     COPY CCS301.
054700*
054800     COPY UUGJRNW.
054810*
054820*------REGISTRO DAS PENDENCIAS DE APROVACAO (APRMST E APRPEN)----*
054830     COPY UUGAPR.
054900*================================================================*
055000 PROCEDURE DIVISION.
055100*================================================================*
055200 ROTINA-PRINCIPAL.
055300     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
055400*
055500     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
055600*
055700*----NENHUMA ATUALIZACAO E FEITA ANTES DE TODAS AS CRITICAS------*
055800     PERFORM VALIDA-EXECUCAO         THRU VALIDA-EXECUCAO-FIM.
055900*
056000     PERFORM ABRIR-SAIDAS            THRU ABRIR-SAIDAS-FIM.
056100*
056200     PERFORM LER-HISTANT             THRU LER-HISTANT-FIM.
056300     PERFORM LER-PENDANT             THRU LER-PENDANT-FIM.
056400     PERFORM COTEJA                  THRU COTEJA-FIM
056500             UNTIL WS-CHAVE-JORNAL   = HIGH-VALUES
056600             AND   WS-CHAVE-PENDENTE = HIGH-VALUES.
056700*
056800     PERFORM ESTORNA-CONTABIL        THRU ESTORNA-CONTABIL-FIM.
056900     PERFORM ESTORNA-PROVISAO        THRU ESTORNA-PROVISAO-FIM.
057000     PERFORM CANCELA-ENTREGA         THRU CANCELA-ENTREGA-FIM.
057100     PERFORM ATUALIZA-CONTROLE       THRU ATUALIZA-CONTROLE-FIM.
057200*
057300     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
057400*
057500     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
057600*
057700     DISPLAY WS-IMPRIME-EXECUCAO.
057800     DISPLAY WS-IMPRIME-NOVAS.
057900     DISPLAY WS-IMPRIME-RECORRENTES.
058000     DISPLAY WS-IMPRIME-RESOLVIDAS.
058100     DISPLAY WS-IMPRIME-DIVERGENCIAS.
058200     DISPLAY WS-IMPRIME-PEND-REMOVIDAS.
058300     DISPLAY WS-IMPRIME-ENTREGAS.
058400     DISPLAY WS-IMPRIME-RES-RETORNO.
058500*
058600     MOVE 'UUGPB920'                 TO RUNJRN-WS-PROGRAMA.
058700     MOVE WS-CONT-JORNAL             TO RUNJRN-WS-ENTRADA.
058800     COMPUTE RUNJRN-WS-SAIDA   = WS-CONT-NOVAS
058900                               + WS-CONT-RECORRENTES
059000                               + WS-CONT-RESOLVIDAS.
059100     MOVE WS-CONT-DIVERGENCIAS       TO RUNJRN-WS-REJEITOS.
059200     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
059300     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
059400*
059500     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
059600*
059700     STOP RUN.
059800*
059900 ROTINA-PRINCIPAL-FIM.
060000*
060100*------------------ABERTURA DE ARQUIVOS
060200 ABRIR-ARQUIVOS.
060300*----DATA DE PROCESSAMENTO DO AMCR (DATA DOS LANCAMENTOS)--------*
060400     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
060500     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
060600     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
060700     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
060800     MOVE ZEROS               TO AMCRIO-ORG.
060900     MOVE ZEROS               TO AMCRIO-LOGO.
061000     MOVE ZEROS               TO AMCRIO-REC-NBR.
061100     SET AMCRRB-READ-RANDOM          TO TRUE.
061200     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
061300     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
061400     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
061500     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
061600     SET AMCRRB-CLOSE                TO TRUE.
061700     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
061800*
061900     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
062000     OPEN INPUT PARM.
062100     IF FS-PARM NOT EQUAL '00'
062200     ,  DISPLAY '**************************'
062300     ,  DISPLAY '** OPEN ERROR PARM       **'
062400     ,  DISPLAY '** STATUS = ' FS-PARM
062500     ,  DISPLAY '**************************'
062600     ,  MOVE 'ERRO OPEN PARM  '   TO WS-ABENDMSG8
062700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
062800     END-IF.
062900     MOVE 'RDPM'              TO WS-ABEND-LOCATION.
063000     READ PARM.
063100     IF FS-PARM NOT EQUAL '00'
063200     ,  DISPLAY '**************************'
063300     ,  DISPLAY '** READ ERROR PARM       **'
063400     ,  DISPLAY '** STATUS = ' FS-PARM
063500     ,  DISPLAY '**************************'
063600     ,  MOVE 'ERRO READ PARM  '   TO WS-ABENDMSG8
063700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
063800     END-IF.
063900     IF PARM-NUM-EXECUCAO NUMERIC
064000     ,  MOVE PARM-NUM-EXECUCAO     TO WS-NUM-EXECUCAO
064100     END-IF.
064200     MOVE 'CLPM'              TO WS-ABEND-LOCATION.
064300     CLOSE PARM.
064400*
064500     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
064600     OPEN I-O HISTMST.
064700     IF FS-HISTMST NOT EQUAL '00'
064800     ,  DISPLAY '**************************'
064900     ,  DISPLAY '** OPEN ERROR HISTMST    **'
065000     ,  DISPLAY '** STATUS = ' FS-HISTMST
065100     ,  DISPLAY '**************************'
065200     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
065300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
065400     END-IF.
065500*
065600     MOVE 'OPCO'              TO WS-ABEND-LOCATION.
065700     OPEN INPUT CONTORI.
065800     IF FS-CONTORI NOT EQUAL '00'
065900     ,  DISPLAY '**************************'
066000     ,  DISPLAY '** OPEN ERROR CONTORI    **'
066100     ,  DISPLAY '** STATUS = ' FS-CONTORI
066200     ,  DISPLAY '**************************'
066300     ,  MOVE 'ERRO OPEN CONTO '   TO WS-ABENDMSG8
066400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
066500     END-IF.
066600*
066700*----SEM PROVCNT DO CICLO (UUGPB917 NAO RODOU): SO O CONTABIL----*
066800     MOVE 'OPPO'              TO WS-ABEND-LOCATION.
066900     OPEN INPUT PROVORI.
067000     IF FS-PROVORI = '35'
067100     ,  MOVE 'S'                   TO WS-SEM-PROVORI
067200     ,  DISPLAY '** PROVORI AUSENTE - PROVISAO NAO ESTORNADA **'
067300     ,  IF WS-RETORNO-FINAL < 4
067400     ,  ,  MOVE 4                  TO WS-RETORNO-FINAL
067500     ,  END-IF
067600     ELSE
067700     ,  IF FS-PROVORI NOT EQUAL '00'
067800     ,  ,  DISPLAY '**************************'
067900     ,  ,  DISPLAY '** OPEN ERROR PROVORI    **'
068000     ,  ,  DISPLAY '** STATUS = ' FS-PROVORI
068100     ,  ,  DISPLAY '**************************'
068200     ,  ,  MOVE 'ERRO OPEN PROVO '  TO WS-ABENDMSG8
068300     ,  ,  PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
068400     ,  END-IF
068500     END-IF.
068600 ABRIR-ARQUIVOS-FIM. EXIT.
068700*------------------FIM DA ABERTURA DOS ARQUIVOS
068800*----CRITICAS DA EXECUCAO A ESTORNAR (ANTES DE QUALQUER GRAVACAO)*
068900 VALIDA-EXECUCAO.
069000     IF WS-NUM-EXECUCAO = ZEROS
069100     ,  MOVE 'PARM SEM NUMERO DE EXECUCAO VALIDO'
069200     ,                              TO WS-MOTIVO-RECUSA
069300     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
069400     END-IF.
069500*
069600*----A EXECUCAO TEM DE SER A ULTIMA GRAVADA NO CONTROLE----------*
069700     MOVE 'RDCX'                    TO WS-ABEND-LOCATION.
069800     MOVE ZEROS                     TO HISTMST-ORG.
069900     MOVE SPACES                    TO HISTMST-CONTA.
070000     READ HISTMST.
070100     IF FS-HISTMST = '23'
070200     ,  MOVE 'MESTRE SEM REGISTRO DE CONTROLE DE EXECUCAO'
070300     ,                              TO WS-MOTIVO-RECUSA
070400     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
070500     END-IF.
070600     IF FS-HISTMST NOT = '00'
070700     ,  DISPLAY '*************************'
070800     ,  DISPLAY '**  READ CONTROLE HISTMST **'
070900     ,  DISPLAY '** STATUS = ' FS-HISTMST
071000     ,  DISPLAY '*************************'
071100     ,  MOVE 'ERRO READ CTRL  '     TO WS-ABENDMSG8
071200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
071300     END-IF.
071400     MOVE HISTMST-NUM-EXECUCAO      TO WS-EXECUCAO-MESTRE.
071500     IF WS-EXECUCAO-MESTRE > WS-NUM-EXECUCAO
071600     ,  MOVE 'CICLO POSTERIOR JA PROCESSADO SOBRE A EXECUCAO'
071700     ,                              TO WS-MOTIVO-RECUSA
071800     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
071900     END-IF.
072000     IF WS-EXECUCAO-MESTRE < WS-NUM-EXECUCAO
072100     ,  MOVE 'EXECUCAO NAO PROCESSADA OU JA ESTORNADA'
072200     ,                              TO WS-MOTIVO-RECUSA
072300     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
072400     END-IF.
072500*
072600*----PRIMEIRA PASSADA NO JORNAL: IMAGENS ATIVAS E DATA DO CICLO--*
072700     MOVE 'OPHA'                    TO WS-ABEND-LOCATION.
072800     OPEN INPUT HISTANT.
072900     IF FS-HISTANT = '35'
073000     ,  MOVE 'JORNAL HISTANT INEXISTENTE'
073100     ,                              TO WS-MOTIVO-RECUSA
073200     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
073300     END-IF.
073400     IF FS-HISTANT NOT EQUAL '00'
073500     ,  DISPLAY '**************************'
073600     ,  DISPLAY '** OPEN ERROR HISTANT    **'
073700     ,  DISPLAY '** STATUS = ' FS-HISTANT
073800     ,  DISPLAY '**************************'
073900     ,  MOVE 'ERRO OPEN HISTA '   TO WS-ABENDMSG8
074000     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
074100     END-IF.
074200     PERFORM CONTA-JORNAL           THRU CONTA-JORNAL-FIM
074300             UNTIL FS-HISTANT = '10'.
074400     MOVE 'CLHA'                    TO WS-ABEND-LOCATION.
074500     CLOSE HISTANT.
074600     IF WS-CONT-JORNAL = ZEROS
074700     ,  MOVE 'JORNAL SEM IMAGENS ATIVAS DA EXECUCAO'
074800     ,                              TO WS-MOTIVO-RECUSA
074900     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
075000     END-IF.
075100     MOVE WS-DT-CICLO-AAAA          TO WS-DT-CICLO-INV-AAAA.
075200     MOVE WS-DT-CICLO-MM            TO WS-DT-CICLO-INV-MM.
075300     MOVE WS-DT-CICLO-DD            TO WS-DT-CICLO-INV-DD.
075400*
075500*----O CONTABIL E O PROVCNT INFORMADOS TEM DE SER DO CICLO-------*
075600     MOVE 'RDCO'                    TO WS-ABEND-LOCATION.
075700     READ CONTORI.
075800     IF FS-CONTORI NOT = '00'
075900     OR NOT CONTORI-E-HEADER
076000     ,  MOVE 'CONTABIL INFORMADO VAZIO OU SEM HEADER'
076100     ,                              TO WS-MOTIVO-RECUSA
076200     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
076300     END-IF.
076400     MOVE CONTORI-H-DATA-JULIANA    TO WS-DTE-JULIAN.
076500     MOVE 1                         TO WS-DATE-FORMAT.
076600     PERFORM CCSI-JUL-TO-GREG       THRU CCSI-JTG-EXIT.
076700     IF WS-DTE-DATE NOT = WS-DATA-CICLO
076800     ,  MOVE 'CONTABIL INFORMADO NAO E DA DATA DO CICLO'
076900     ,                              TO WS-MOTIVO-RECUSA
077000     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
077100     END-IF.
077110     MOVE CONTORI-H-DATA-JULIANA    TO WS-DATA-JUL-CICLO.
077120     MOVE 1                         TO WS-CONTORI-GERACAO.
077130*
077140*----NENHUMA ORG DA EXECUCAO PODE ESTAR PENDENTE DE APROVACAO----*
077150     MOVE ZEROS                     TO TABELA-ORG-LIBERADA.
077160     PERFORM CARREGA-APROVACAO      THRU CARREGA-APROVACAO-FIM.
077170     IF WS-CONT-APR-PENDENTES > ZEROS
077180     ,  MOVE 'EXECUCAO COM ORG PENDENTE DE APROVACAO NO UUGPB926'
077190     ,                              TO WS-MOTIVO-RECUSA
077192     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
077194     END-IF.
077200*
077300     IF WS-PROVORI-AUSENTE
077400     ,  GO                          TO VALIDA-EXECUCAO-FIM
077500     END-IF.
077600     MOVE 'RDPO'                    TO WS-ABEND-LOCATION.
077700     READ PROVORI.
077800     IF FS-PROVORI NOT = '00'
077900     OR NOT PROVORI-E-HEADER
078000     ,  MOVE 'PROVCNT INFORMADO VAZIO OU SEM HEADER'
078100     ,                              TO WS-MOTIVO-RECUSA
078200     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
078300     END-IF.
078400     MOVE PROVORI-H-DATA-JULIANA    TO WS-DTE-JULIAN.
078500     MOVE 1                         TO WS-DATE-FORMAT.
078600     PERFORM CCSI-JUL-TO-GREG       THRU CCSI-JTG-EXIT.
078700     IF WS-DTE-DATE NOT = WS-DATA-CICLO
078800     ,  MOVE 'PROVCNT INFORMADO NAO E DA DATA DO CICLO'
078900     ,                              TO WS-MOTIVO-RECUSA
079000     ,  PERFORM RECUSA-ESTORNO      THRU RECUSA-ESTORNO-FIM
079100     END-IF.
079200 VALIDA-EXECUCAO-FIM. EXIT.
079300*
079301*--------SITUACAO NA APROVACAO DAS ORGS RETIDAS NA EXECUCAO------*
079302 CARREGA-APROVACAO.
079303     MOVE 'OPAM'                    TO WS-ABEND-LOCATION.
079304     OPEN INPUT APRMST.
079305     IF FS-APRMST NOT = '35'
079306     ,  IF FS-APRMST NOT EQUAL '00'
079307     ,  ,  DISPLAY '**************************'
079308     ,  ,  DISPLAY '** OPEN ERROR APRMST     **'
079309     ,  ,  DISPLAY '** STATUS = ' FS-APRMST
079310     ,  ,  DISPLAY '**************************'
079311     ,  ,  MOVE 'ERRO OPEN APRMS '  TO WS-ABENDMSG8
079312     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
079313     ,  END-IF
079314     ,  SET WS-LENDO-APRMST         TO TRUE
079315     ,  PERFORM LER-APRMST          THRU LER-APRMST-FIM
079316     ,  PERFORM MARCA-APROVACAO     THRU MARCA-APROVACAO-FIM
079317     ,          UNTIL FS-APRMST = '10'
079318     ,  CLOSE APRMST
079319     END-IF.
079320*
079321     MOVE 'OPAP'                    TO WS-ABEND-LOCATION.
079322     OPEN INPUT APRPEN.
079323     IF FS-APRPEN NOT = '35'
079324     ,  IF FS-APRPEN NOT EQUAL '00'
079325     ,  ,  DISPLAY '**************************'
079326     ,  ,  DISPLAY '** OPEN ERROR APRPEN     **'
079327     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
079328     ,  ,  DISPLAY '**************************'
079329     ,  ,  MOVE 'ERRO OPEN APRPE '  TO WS-ABENDMSG8
079330     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
079331     ,  END-IF
079332     ,  SET WS-LENDO-APRPEN         TO TRUE
079333     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
079334     ,  PERFORM MARCA-APROVACAO     THRU MARCA-APROVACAO-FIM
079335     ,          UNTIL FS-APRPEN = '10'
079336     ,  CLOSE APRPEN
079337     END-IF.
079338 CARREGA-APROVACAO-FIM. EXIT.
079339*
079340 MARCA-APROVACAO.
079341     IF NOT APRPEN-RESUMO
079342     OR APRPEN-ORG = ZEROS
079343     OR APRPEN-DATA-EXEC NOT = WS-DATA-JUL-CICLO
079344     ,  GO                          TO MARCA-APROVACAO-PROXIMO
079345     END-IF.
079346     IF APRPEN-PENDENTE
079347     ,  DISPLAY '** ORG PENDENTE DE APROVACAO: ' APRPEN-ORG
079348     ,  ADD 1                       TO WS-CONT-APR-PENDENTES
079349     END-IF.
079350     IF APRPEN-LIBERADA
079351     ,  MOVE APRPEN-DATA-DECISAO
079352     ,                  TO WS-ORG-LIB-DATA(APRPEN-ORG)
079353     END-IF.
079354 MARCA-APROVACAO-PROXIMO.
079355     IF WS-LENDO-APRMST
079356     ,  PERFORM LER-APRMST          THRU LER-APRMST-FIM
079357     ELSE
079358     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
079359     END-IF.
079360 MARCA-APROVACAO-FIM. EXIT.
079361*
079362 LER-APRMST.
079363     MOVE 'RDAM'                    TO WS-ABEND-LOCATION.
079364     READ APRMST                  INTO APRPEN-REGISTRO.
079365     IF FS-APRMST NOT = ZEROS
079366     ,  IF FS-APRMST NOT = 10
079367     ,  ,  DISPLAY '*************************'
079368     ,  ,  DISPLAY '**    READ APRMST      **'
079369     ,  ,  DISPLAY '** STATUS = ' FS-APRMST
079370     ,  ,  DISPLAY '*************************'
079371     ,  ,  MOVE 'ERRO READ APRMS '  TO WS-ABENDMSG8
079372     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
079373     ,  END-IF
079374     END-IF.
079375 LER-APRMST-FIM. EXIT.
079376*
079377 LER-APRPEN.
079378     MOVE 'RDAP'                    TO WS-ABEND-LOCATION.
079379     READ APRPEN                  INTO APRPEN-REGISTRO.
079380     IF FS-APRPEN NOT = ZEROS
079381     ,  IF FS-APRPEN NOT = 10
079382     ,  ,  DISPLAY '*************************'
079383     ,  ,  DISPLAY '**    READ APRPEN      **'
079384     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
079385     ,  ,  DISPLAY '*************************'
079386     ,  ,  MOVE 'ERRO READ APRPE '  TO WS-ABENDMSG8
079387     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
079388     ,  END-IF
079389     END-IF.
079390 LER-APRPEN-FIM. EXIT.
079391*--FIM SITUACAO NA APROVACAO DAS ORGS RETIDAS NA EXECUCAO--------*
079400 CONTA-JORNAL.
079500     MOVE 'RDHA'                    TO WS-ABEND-LOCATION.
079600     READ HISTANT.
079700     IF FS-HISTANT NOT = ZEROS
079800     ,  IF FS-HISTANT NOT = 10
079900     ,  ,  DISPLAY '*************************'
080000     ,  ,  DISPLAY '**    READ HISTANT     **'
080100     ,  ,  DISPLAY '** STATUS = ' FS-HISTANT
080200     ,  ,  DISPLAY '*************************'
080300     ,  ,  MOVE 'ERRO READ HISTA '  TO WS-ABENDMSG8
080400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
080500     ,  END-IF
080600     ,  GO                          TO CONTA-JORNAL-FIM
080700     END-IF.
080800     IF HISTANT-NUM-EXECUCAO = WS-NUM-EXECUCAO
080900     AND HISTANT-ATIVO
081000     ,  ADD 1                       TO WS-CONT-JORNAL
081100     ,  IF HISTANT-DATA-CICLO NOT = ZEROS
081200     ,  ,  MOVE HISTANT-DATA-CICLO  TO WS-DATA-CICLO
081300     ,  END-IF
081400     END-IF.
081500 CONTA-JORNAL-FIM. EXIT.
081600*--FIM CRITICAS DA EXECUCAO A ESTORNAR---------------------------*
081700*----RECUSA DO ESTORNO: NADA FOI ALTERADO, SO O JORNAL DE--------*
081800*----EXECUCOES REGISTRA A TENTATIVA------------------------------*
081900 RECUSA-ESTORNO.
082000     DISPLAY '*************************'.
082100     DISPLAY '** ESTORNO DE CICLO RECUSADO **'.
082200     DISPLAY '** EXECUCAO......: ' WS-NUM-EXECUCAO.
082300     DISPLAY '** ULTIMA NO HISTMST: ' WS-EXECUCAO-MESTRE.
082400     DISPLAY '** MOTIVO........: ' WS-MOTIVO-RECUSA.
082500     DISPLAY '*************************'.
082600     MOVE 'UUGPB920'                TO RUNJRN-WS-PROGRAMA.
082700     MOVE WS-CONT-JORNAL            TO RUNJRN-WS-ENTRADA.
082800     MOVE ZEROS                     TO RUNJRN-WS-SAIDA
082900                                       RUNJRN-WS-REJEITOS.
083000     MOVE 12                        TO RUNJRN-WS-RETORNO.
083100     PERFORM GRAVA-RUN-JOURNAL      THRU GRAVA-RUN-JOURNAL-EXIT.
083200     MOVE 12                        TO RETURN-CODE.
083300     STOP RUN.
083400 RECUSA-ESTORNO-FIM. EXIT.
083500*--FIM RECUSA DO ESTORNO-----------------------------------------*
083600*------------------ABERTURA DOS ARQUIVOS DE ATUALIZACAO
083700 ABRIR-SAIDAS.
083800     MOVE 'OPHA'              TO WS-ABEND-LOCATION.
083900     OPEN I-O HISTANT.
084000     IF FS-HISTANT NOT EQUAL '00'
084100     ,  DISPLAY '**************************'
084200     ,  DISPLAY '** OPEN ERROR HISTANT    **'
084300     ,  DISPLAY '** STATUS = ' FS-HISTANT
084400     ,  DISPLAY '**************************'
084500     ,  MOVE 'ERRO OPEN HISTA '   TO WS-ABENDMSG8
084600     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
084700     END-IF.
084800*
084900     MOVE 'OPPA'              TO WS-ABEND-LOCATION.
085000     OPEN INPUT PENDANT.
085100     IF FS-PENDANT = '35'
085200     ,  MOVE 'S'                   TO WS-SEM-PENDANT
085300     ELSE
085400     ,  IF FS-PENDANT NOT EQUAL '00'
085500     ,  ,  DISPLAY '**************************'
085600     ,  ,  DISPLAY '** OPEN ERROR PENDANT    **'
085700     ,  ,  DISPLAY '** STATUS = ' FS-PENDANT
085800     ,  ,  DISPLAY '**************************'
085900     ,  ,  MOVE 'ERRO OPEN PENDA '  TO WS-ABENDMSG8
086000     ,  ,  PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
086100     ,  END-IF
086200     END-IF.
086300*
086400     MOVE 'OPPN'              TO WS-ABEND-LOCATION.
086500     OPEN OUTPUT PENDNOV.
086600     IF FS-PENDNOV NOT EQUAL '00'
086700     ,  DISPLAY '**************************'
086800     ,  DISPLAY '** OPEN ERROR PENDNOV    **'
086900     ,  DISPLAY '** STATUS = ' FS-PENDNOV
087000     ,  DISPLAY '**************************'
087100     ,  MOVE 'ERRO OPEN PENDN '   TO WS-ABENDMSG8
087200     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
087300     END-IF.
087400*
087500     MOVE 'OPCB'              TO WS-ABEND-LOCATION.
087600     OPEN OUTPUT CONTABIL.
087700     IF FS-CONTABIL NOT EQUAL '00'
087800     ,  DISPLAY '**************************'
087900     ,  DISPLAY '** OPEN ERROR CONTABIL   **'
088000     ,  DISPLAY '** STATUS = ' FS-CONTABIL
088100     ,  DISPLAY '**************************'
088200     ,  MOVE 'ERRO OPEN CONTB '   TO WS-ABENDMSG8
088300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
088400     END-IF.
088500*
088600     MOVE 'OPPV'              TO WS-ABEND-LOCATION.
088700     OPEN OUTPUT PROVCNT.
088800     IF FS-PROVCNT NOT EQUAL '00'
088900     ,  DISPLAY '**************************'
089000     ,  DISPLAY '** OPEN ERROR PROVCNT    **'
089100     ,  DISPLAY '** STATUS = ' FS-PROVCNT
089200     ,  DISPLAY '**************************'
089300     ,  MOVE 'ERRO OPEN PROVC '   TO WS-ABENDMSG8
089400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
089500     END-IF.
089600*
089700     MOVE 'OPRE'              TO WS-ABEND-LOCATION.
089800     OPEN OUTPUT RELEST.
089900     IF FS-RELEST NOT EQUAL '00'
090000     ,  DISPLAY '**************************'
090100     ,  DISPLAY '** OPEN ERROR RELEST     **'
090200     ,  DISPLAY '** STATUS = ' FS-RELEST
090300     ,  DISPLAY '**************************'
090400     ,  MOVE 'ERRO OPEN RELES '   TO WS-ABENDMSG8
090500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
090600     END-IF.
090700 ABRIR-SAIDAS-FIM. EXIT.
090800*------------------FIM DA ABERTURA DOS ARQUIVOS DE ATUALIZACAO
090900*----LEITURA DO JORNAL: SO IMAGENS ATIVAS DA EXECUCAO------------*
091000 LER-HISTANT.
091100     MOVE 'RDHA'                    TO WS-ABEND-LOCATION.
091200     READ HISTANT.
091300     IF FS-HISTANT NOT = ZEROS
091400     ,  IF FS-HISTANT NOT = 10
091500     ,  ,  DISPLAY '*************************'
091600     ,  ,  DISPLAY '**    READ HISTANT     **'
091700     ,  ,  DISPLAY '** STATUS = ' FS-HISTANT
091800     ,  ,  DISPLAY '*************************'
091900     ,  ,  MOVE 'ERRO READ HISTA '  TO WS-ABENDMSG8
092000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
092100     ,  END-IF
092200     END-IF.
092300     IF FS-HISTANT = 10
092400     ,  MOVE HIGH-VALUES            TO WS-CHAVE-JORNAL
092500     ,  GO                          TO LER-HISTANT-FIM
092600     END-IF.
092700     IF HISTANT-NUM-EXECUCAO NOT = WS-NUM-EXECUCAO
092800     OR HISTANT-ESTORNADO
092900     ,  GO                          TO LER-HISTANT
093000     END-IF.
093100     MOVE HISTANT-IMG-ORG           TO WS-CHAVE-JOR-ORG.
093200     MOVE HISTANT-IMG-CONTA         TO WS-CHAVE-JOR-CONTA.
093300     MOVE HISTANT-OPERACAO          TO WS-OPER-JORNAL.
093400 LER-HISTANT-FIM. EXIT.
093500*--FIM LEITURA DO JORNAL-----------------------------------------*
093600*--------------LEITURA DO MESTRE DE PENDENCIAS-------------------*
093700 LER-PENDANT.
093800     IF WS-PENDANT-AUSENTE
093900     ,  MOVE HIGH-VALUES            TO WS-CHAVE-PENDENTE
094000     ,  GO                          TO LER-PENDANT-FIM
094100     END-IF.
094200     MOVE 'RDPA'                    TO WS-ABEND-LOCATION.
094300     READ PENDANT.
094400     IF FS-PENDANT NOT = ZEROS
094500     ,  IF FS-PENDANT NOT = 10
094600     ,  ,  DISPLAY '*************************'
094700     ,  ,  DISPLAY '**    READ PENDANT     **'
094800     ,  ,  DISPLAY '** STATUS = ' FS-PENDANT
094900     ,  ,  DISPLAY '*************************'
095000     ,  ,  MOVE 'ERRO READ PENDA '  TO WS-ABENDMSG8
095100     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
095200     ,  END-IF
095300     END-IF.
095400     IF FS-PENDANT = 10
095500     ,  MOVE HIGH-VALUES            TO WS-CHAVE-PENDENTE
095600     ELSE
095700     ,  MOVE PENDANT-ORG            TO WS-CHAVE-PEN-ORG
095800     ,  MOVE PENDANT-CONTA          TO WS-CHAVE-PEN-CONTA
095900     END-IF.
096000 LER-PENDANT-FIM. EXIT.
096100*------------FIM LEITURA DO MESTRE DE PENDENCIAS-----------------*
096200*--------COTEJAMENTO JORNAL DA EXECUCAO X PENDENCIAS-------------*
096300 COTEJA.
096400     IF WS-CHAVE-JORNAL < WS-CHAVE-PENDENTE
096500     ,  PERFORM ESTORNA-CONTA       THRU ESTORNA-CONTA-FIM
096600     ,  PERFORM LER-HISTANT         THRU LER-HISTANT-FIM
096700     ELSE
096800     ,  IF WS-CHAVE-JORNAL = WS-CHAVE-PENDENTE
096900     ,  ,  PERFORM ESTORNA-CONTA    THRU ESTORNA-CONTA-FIM
097000     ,  ,  PERFORM TRATA-PENDENCIA-CICLO
097100     ,  ,          THRU TRATA-PENDENCIA-CICLO-FIM
097200     ,  ,  PERFORM LER-HISTANT      THRU LER-HISTANT-FIM
097300     ,  ,  PERFORM LER-PENDANT      THRU LER-PENDANT-FIM
097400     ,  ELSE
097500     ,  ,  PERFORM COPIA-PENDENCIA  THRU COPIA-PENDENCIA-FIM
097600     ,  ,  PERFORM LER-PENDANT      THRU LER-PENDANT-FIM
097700     ,  END-IF
097800     END-IF.
097900 COTEJA-FIM. EXIT.
098000*------FIM COTEJAMENTO JORNAL DA EXECUCAO X PENDENCIAS-----------*
098100*--------DEVOLVE A CONTA DO MESTRE AO ESTADO ANTERIOR------------*
098200 ESTORNA-CONTA.
098300     MOVE HISTANT-IMG-ORG           TO WS-ORG-PROCURA.
098400     PERFORM ACUMULA-ESTORNO-ORG    THRU ACUMULA-ESTORNO-ORG-FIM.
098500     MOVE ZEROS                     TO WS-SALDO-CICLO.
098600*
098700     IF HISTANT-OPER-INCLUSAO
098800     ,  PERFORM ESTORNA-INCLUSAO    THRU ESTORNA-INCLUSAO-FIM
098900     ELSE
099000     ,  IF HISTANT-OPER-ALTERACAO
099100     ,  ,  PERFORM ESTORNA-ALTERACAO
099200     ,  ,          THRU ESTORNA-ALTERACAO-FIM
099300     ,  ELSE
099400     ,  ,  PERFORM ESTORNA-EXCLUSAO THRU ESTORNA-EXCLUSAO-FIM
099500     ,  END-IF
099600     END-IF.
099700*
099800     ADD WS-SALDO-CICLO     TO WS-TAB-EORG-SALDO(WS-IND-EORG).
099900     MOVE MES-ORG                   TO EST-ORG.
100000     MOVE MES-LOGO                  TO EST-LOGO.
100100     MOVE MES-CONTA                 TO EST-CONTA.
100200     MOVE MES-CPF-CLIENTE           TO EST-CPF.
100300     MOVE MES-QTDE-CICLOS           TO EST-CICLOS.
100400     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
100500*
100600*----MARCA A IMAGEM COMO ESTORNADA (NAO E APLICADA DE NOVO)------*
100700     MOVE 'E'                       TO HISTANT-SITUACAO.
100800     MOVE 'RWHA'                    TO WS-ABEND-LOCATION.
100900     REWRITE HISTANT-REGISTRO.
101000     IF FS-HISTANT NOT = '00'
101100     ,  DISPLAY '*************************'
101200     ,  DISPLAY '**  REWRITE HISTANT    **'
101300     ,  DISPLAY '** STATUS = ' FS-HISTANT
101400     ,  DISPLAY '*************************'
101500     ,  MOVE 'ERRO RWRT HISTA '     TO WS-ABENDMSG8
101600     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
101700     END-IF.
101800 ESTORNA-CONTA-FIM. EXIT.
101900*
102000*----CONTA INCLUIDA PELO CICLO: EXCLUI DO MESTRE-----------------*
102100 ESTORNA-INCLUSAO.
102200     MOVE HISTANT-IMAGEM            TO MESTRE-GUARDADO.
102300     MOVE HISTANT-IMG-CHAVE         TO HISTMST-CHAVE.
102400     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
102500     READ HISTMST.
102600     IF FS-HISTMST = '23'
102700     ,  MOVE MES-SALDO-ULT-SELECAO  TO EST-SALDO
102800     ,  MOVE 'DIVERGENCIA - NOVA NAO LOCALIZADA'
102900     ,                              TO EST-SITUACAO
103000     ,  PERFORM REGISTRA-DIVERGENCIA
103100     ,          THRU REGISTRA-DIVERGENCIA-FIM
103200     ,  GO                          TO ESTORNA-INCLUSAO-FIM
103300     END-IF.
103400     IF FS-HISTMST NOT = '00'
103500     ,  DISPLAY '*************************'
103600     ,  DISPLAY '**    READ HISTMST     **'
103700     ,  DISPLAY '** STATUS = ' FS-HISTMST
103800     ,  DISPLAY '*************************'
103900     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
104000     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
104100     END-IF.
104200     MOVE HISTMST-REGISTRO          TO MESTRE-GUARDADO.
104300     MOVE HISTMST-SALDO-ULT-SELECAO TO WS-SALDO-CICLO.
104400     MOVE 'DLHM'                    TO WS-ABEND-LOCATION.
104500     DELETE HISTMST RECORD.
104600     IF FS-HISTMST NOT = '00'
104700     ,  DISPLAY '*************************'
104800     ,  DISPLAY '**  DELETE HISTMST     **'
104900     ,  DISPLAY '** STATUS = ' FS-HISTMST
105000     ,  DISPLAY '*************************'
105100     ,  MOVE 'ERRO DELT HISTM '     TO WS-ABENDMSG8
105200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
105300     END-IF.
105400     MOVE WS-SALDO-CICLO            TO EST-SALDO.
105500     MOVE 'NOVA - EXCLUIDA DO MESTRE'
105600                                    TO EST-SITUACAO.
105700     ADD 1                          TO WS-CONT-NOVAS.
105800     ADD 1                  TO WS-TAB-EORG-NOVAS(WS-IND-EORG).
105900 ESTORNA-INCLUSAO-FIM. EXIT.
106000*
106100*----CONTA REGRAVADA PELO CICLO: VOLTA A IMAGEM ANTERIOR---------*
106200 ESTORNA-ALTERACAO.
106300     MOVE HISTANT-IMG-CHAVE         TO HISTMST-CHAVE.
106400     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
106500     READ HISTMST.
106600     IF FS-HISTMST NOT = '00'
106700     AND FS-HISTMST NOT = '23'
106800     ,  DISPLAY '*************************'
106900     ,  DISPLAY '**    READ HISTMST     **'
107000     ,  DISPLAY '** STATUS = ' FS-HISTMST
107100     ,  DISPLAY '*************************'
107200     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
107300     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
107400     END-IF.
107500     MOVE HISTANT-IMAGEM            TO MESTRE-GUARDADO.
107600*----CONTA SUMIU DO MESTRE DEPOIS DO CICLO: REGRAVA A ANTERIOR---*
107700     IF FS-HISTMST = '23'
107800     ,  MOVE HISTANT-IMAGEM         TO HISTMST-REGISTRO
107900     ,  MOVE 'GRHM'                 TO WS-ABEND-LOCATION
108000     ,  WRITE HISTMST-REGISTRO
108100     ,  MOVE MES-SALDO-ULT-SELECAO  TO EST-SALDO
108200     ,  MOVE 'DIVERGENCIA - RECORRENTE AUSENTE'
108300     ,                              TO EST-SITUACAO
108400     ,  PERFORM REGISTRA-DIVERGENCIA
108500     ,          THRU REGISTRA-DIVERGENCIA-FIM
108600     ELSE
108700     ,  MOVE HISTMST-SALDO-ULT-SELECAO
108800     ,                              TO WS-SALDO-CICLO
108900     ,  MOVE HISTANT-IMAGEM         TO HISTMST-REGISTRO
109000     ,  MOVE 'RWHM'                 TO WS-ABEND-LOCATION
109100     ,  REWRITE HISTMST-REGISTRO
109200     ,  MOVE WS-SALDO-CICLO         TO EST-SALDO
109300     ,  MOVE 'RECORRENTE - IMAGEM RESTAURADA'
109400     ,                              TO EST-SITUACAO
109500     ,  ADD 1                       TO WS-CONT-RECORRENTES
109600     ,  ADD 1               TO WS-TAB-EORG-RECORR(WS-IND-EORG)
109700     END-IF.
109800     IF FS-HISTMST NOT = '00'
109900     ,  DISPLAY '*************************'
110000     ,  DISPLAY '**  RESTAURA HISTMST   **'
110100     ,  DISPLAY '** STATUS = ' FS-HISTMST
110200     ,  DISPLAY '*************************'
110300     ,  MOVE 'ERRO REST HISTM '     TO WS-ABENDMSG8
110400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
110500     END-IF.
110600 ESTORNA-ALTERACAO-FIM. EXIT.
110700*
110800*----CONTA EXCLUIDA (RESOLVIDA) PELO CICLO: REINCLUI NO MESTRE---*
110900 ESTORNA-EXCLUSAO.
111000     MOVE HISTANT-IMAGEM            TO MESTRE-GUARDADO.
111100     MOVE HISTANT-IMAGEM            TO HISTMST-REGISTRO.
111200     MOVE MES-SALDO-ULT-SELECAO     TO EST-SALDO.
111300     MOVE 'GRHM'                    TO WS-ABEND-LOCATION.
111400     WRITE HISTMST-REGISTRO.
111500     IF FS-HISTMST = '22'
111600     ,  MOVE 'DIVERGENCIA - RESOLVIDA JA EXISTE'
111700     ,                              TO EST-SITUACAO
111800     ,  PERFORM REGISTRA-DIVERGENCIA
111900     ,          THRU REGISTRA-DIVERGENCIA-FIM
112000     ,  GO                          TO ESTORNA-EXCLUSAO-FIM
112100     END-IF.
112200     IF FS-HISTMST NOT = '00'
112300     ,  DISPLAY '*************************'
112400     ,  DISPLAY '**   WRITE HISTMST     **'
112500     ,  DISPLAY '** STATUS = ' FS-HISTMST
112600     ,  DISPLAY '*************************'
112700     ,  MOVE 'ERRO WRIT HISTM '     TO WS-ABENDMSG8
112800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
112900     END-IF.
113000     MOVE 'RESOLVIDA - REINCLUIDA NO MESTRE'
113100                                    TO EST-SITUACAO.
113200     ADD 1                          TO WS-CONT-RESOLVIDAS.
113300     ADD 1                  TO WS-TAB-EORG-RESOLV(WS-IND-EORG).
113400 ESTORNA-EXCLUSAO-FIM. EXIT.
113500*
113600 REGISTRA-DIVERGENCIA.
113700     ADD 1                          TO WS-CONT-DIVERGENCIAS.
113800     IF WS-RETORNO-FINAL < 4
113900     ,  MOVE 4                      TO WS-RETORNO-FINAL
114000     END-IF.
114100 REGISTRA-DIVERGENCIA-FIM. EXIT.
114200*------FIM DEVOLVE A CONTA DO MESTRE AO ESTADO ANTERIOR----------*
114300*----PENDENCIA DE CONTA DO CICLO: SO SAI SE O PRIMEIRO ENVIO-----*
114400*----FOI NA DATA DO CICLO OU DEPOIS (PENDENCIA CRIADA POR ELE)---*
114500 TRATA-PENDENCIA-CICLO.
114600     IF WS-OPER-JORNAL = 'E'
114700     OR PENDANT-DATA-PRIM-ENVIO < WS-DATA-CICLO-AAAAMMDD
114800     ,  PERFORM COPIA-PENDENCIA     THRU COPIA-PENDENCIA-FIM
114900     ,  GO                          TO TRATA-PENDENCIA-CICLO-FIM
115000     END-IF.
115100     ADD 1                          TO WS-CONT-PEND-REMOVIDAS.
115200     ADD 1                  TO WS-TAB-EORG-PEND(WS-IND-EORG).
115300     MOVE PENDANT-ORG               TO EST-ORG.
115400     MOVE ZEROS                     TO EST-LOGO.
115500     MOVE PENDANT-CONTA             TO EST-CONTA.
115600     MOVE PENDANT-CPF-CLIENTE       TO EST-CPF.
115700     MOVE PENDANT-SALDO-CONTA       TO EST-SALDO.
115800     MOVE PENDANT-QTDE-CICLOS       TO EST-CICLOS.
115900     MOVE 'PENDENCIA REMOVIDA DO PENDNOV'
116000                                    TO EST-SITUACAO.
116100     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
116200 TRATA-PENDENCIA-CICLO-FIM. EXIT.
116300*
116400 COPIA-PENDENCIA.
116500     MOVE PENDANT-REGISTRO          TO PENDNOV-REGISTRO.
116600     MOVE 'GRPN'                    TO WS-ABEND-LOCATION.
116700     WRITE PENDNOV-REGISTRO.
116800     IF FS-PENDNOV NOT = '00'
116900     ,  DISPLAY '*************************'
117000     ,  DISPLAY '**   WRITE PENDNOV     **'
117100     ,  DISPLAY '** STATUS = ' FS-PENDNOV
117200     ,  DISPLAY '*************************'
117300     ,  MOVE 'ERRO WRIT PENDN '     TO WS-ABENDMSG8
117400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
117500     END-IF.
117600     ADD 1                          TO WS-CONT-PEND-MANTIDAS.
117700 COPIA-PENDENCIA-FIM. EXIT.
117800*--FIM PENDENCIA DE CONTA DO CICLO-------------------------------*
117900*----ESTORNO DO CONTABIL DO CICLO: MESMOS VALORES, NATUREZA------*
118000*----INVERTIDA, DATA DO ESTORNO----------------------------------*
118100 ESTORNA-CONTABIL.
118200     MOVE 'GRCH'                    TO WS-ABEND-LOCATION.
118300     MOVE WS-DATA-JULIANA           TO CONTAB-H-DATA-JULIANA.
118400     WRITE CONTABIL-REGISTRO      FROM CONTAB-HEADER.
118500*
118600     PERFORM ESTORNA-CONTABIL-REG   THRU ESTORNA-CONTABIL-REG-FIM
118700             UNTIL FS-CONTORI = '10'.
118800*
118900     MOVE 'GRCT'                    TO WS-ABEND-LOCATION.
119000     MOVE WS-CONTAB-QTDE-DET        TO CONTAB-T-QTDE.
119100     MOVE WS-CONTAB-HASH            TO CONTAB-T-HASH.
119200     WRITE CONTABIL-REGISTRO      FROM CONTAB-TRAILER.
119300*
119400     IF WS-CONTORI-QTDE-LIDOS NOT = WS-CONTORI-T-QTDE
119500     ,  DISPLAY '** CONTORI: DETALHES DIFEREM DO TRAILER **'
119600     ,  DISPLAY '** LIDOS......: ' WS-CONTORI-QTDE-LIDOS
119700     ,  DISPLAY '** TRAILER....: ' WS-CONTORI-T-QTDE
119800     ,  IF WS-RETORNO-FINAL < 4
119900     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
120000     ,  END-IF
120100     END-IF.
120200 ESTORNA-CONTABIL-FIM. EXIT.
120300*
120400 ESTORNA-CONTABIL-REG.
120500     MOVE 'RDCO'                    TO WS-ABEND-LOCATION.
120600     READ CONTORI.
120700     IF FS-CONTORI NOT = ZEROS
120800     ,  IF FS-CONTORI NOT = 10
120900     ,  ,  DISPLAY '*************************'
121000     ,  ,  DISPLAY '**    READ CONTORI     **'
121100     ,  ,  DISPLAY '** STATUS = ' FS-CONTORI
121200     ,  ,  DISPLAY '*************************'
121300     ,  ,  MOVE 'ERRO READ CONTO '  TO WS-ABENDMSG8
121400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
121500     ,  END-IF
121600     ,  GO                          TO ESTORNA-CONTABIL-REG-FIM
121700     END-IF.
121800     IF CONTORI-E-HEADER
121810     ,  ADD 1                       TO WS-CONTORI-GERACAO
121820     ,  GO                          TO ESTORNA-CONTABIL-REG-FIM
121830     END-IF.
121840     IF CONTORI-E-TRAILER
121900     ,  ADD CONTORI-T-QTDE          TO WS-CONTORI-T-QTDE
122000     ,  GO                          TO ESTORNA-CONTABIL-REG-FIM
122100     END-IF.
122200     IF NOT CONTORI-E-DETALHE
122300     ,  GO                          TO ESTORNA-CONTABIL-REG-FIM
122400     END-IF.
122410     ADD 1                          TO WS-CONTORI-QTDE-LIDOS.
122420*
122430*----GERACAO DO UUGPB926: SO A ORG LIBERADA P/ ESTA EXECUCAO-----*
122440     IF WS-CONTORI-GERACAO > 1
122450     ,  IF CONTORI-D-ORG = ZEROS
122460     ,  ,  ADD 1                    TO WS-CONT-IGNORADOS
122470     ,  ,  GO                       TO ESTORNA-CONTABIL-REG-FIM
122480     ,  END-IF
122482     ,  IF WS-ORG-LIB-DATA(CONTORI-D-ORG)
122484     ,                       NOT = CONTORI-D-DATA-JULIANA
122486     ,  ,  ADD 1                    TO WS-CONT-IGNORADOS
122488     ,  ,  GO                       TO ESTORNA-CONTABIL-REG-FIM
122490     ,  END-IF
122492     END-IF.
122500*
122600     MOVE CONTORI-D-ORG             TO CONTAB-D-ORG.
122700     MOVE CONTORI-D-VALOR           TO CONTAB-D-VALOR.
122800     MOVE CONTORI-D-QTDE-CONTAS     TO CONTAB-D-QTDE-CONTAS.
122900     MOVE WS-DATA-JULIANA           TO CONTAB-D-DATA-JULIANA.
123000     IF CONTORI-D-NATUREZA = 'D'
123100     ,  MOVE 'C'                    TO CONTAB-D-NATUREZA
123200     ,  MOVE CONTORI-D-ORG          TO WS-ORG-PROCURA
123300     ,  PERFORM ACUMULA-ESTORNO-ORG
123400     ,          THRU ACUMULA-ESTORNO-ORG-FIM
123500     ,  ADD CONTORI-D-VALOR
123600     ,           TO WS-TAB-EORG-CONTABIL(WS-IND-EORG)
123700     ELSE
123800     ,  MOVE 'D'                    TO CONTAB-D-NATUREZA
123900     END-IF.
124000     MOVE 'GRCD'                    TO WS-ABEND-LOCATION.
124100     WRITE CONTABIL-REGISTRO      FROM CONTAB-DETALHE.
124200     ADD 1                          TO WS-CONTAB-QTDE-DET.
124300     ADD CONTAB-D-VALOR             TO WS-CONTAB-HASH.
124400 ESTORNA-CONTABIL-REG-FIM. EXIT.
124500*--FIM ESTORNO DO CONTABIL DO CICLO------------------------------*
124600*----ESTORNO DA PROVISAO DO CICLO (MESMO CRITERIO DO CONTABIL)---*
124700 ESTORNA-PROVISAO.
124800     MOVE 'GRVH'                    TO WS-ABEND-LOCATION.
124900     MOVE WS-DATA-JULIANA           TO PROVIS-H-DATA-JULIANA.
125000     WRITE PROVCNT-REGISTRO       FROM PROVIS-HEADER.
125100*
125200     IF NOT WS-PROVORI-AUSENTE
125300     ,  PERFORM ESTORNA-PROVISAO-REG
125400     ,          THRU ESTORNA-PROVISAO-REG-FIM
125500     ,          UNTIL FS-PROVORI = '10'
125600     END-IF.
125700*
125800     MOVE 'GRVT'                    TO WS-ABEND-LOCATION.
125900     MOVE WS-PROVIS-QTDE-DET        TO PROVIS-T-QTDE.
126000     MOVE WS-PROVIS-HASH            TO PROVIS-T-HASH.
126100     WRITE PROVCNT-REGISTRO       FROM PROVIS-TRAILER.
126200*
126300     IF WS-PROVIS-QTDE-DET NOT = WS-PROVORI-T-QTDE
126400     ,  DISPLAY '** PROVORI: DETALHES DIFEREM DO TRAILER **'
126500     ,  DISPLAY '** LIDOS......: ' WS-PROVIS-QTDE-DET
126600     ,  DISPLAY '** TRAILER....: ' WS-PROVORI-T-QTDE
126700     ,  IF WS-RETORNO-FINAL < 4
126800     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
126900     ,  END-IF
127000     END-IF.
127100 ESTORNA-PROVISAO-FIM. EXIT.
127200*
127300 ESTORNA-PROVISAO-REG.
127400     MOVE 'RDPO'                    TO WS-ABEND-LOCATION.
127500     READ PROVORI.
127600     IF FS-PROVORI NOT = ZEROS
127700     ,  IF FS-PROVORI NOT = 10
127800     ,  ,  DISPLAY '*************************'
127900     ,  ,  DISPLAY '**    READ PROVORI     **'
128000     ,  ,  DISPLAY '** STATUS = ' FS-PROVORI
128100     ,  ,  DISPLAY '*************************'
128200     ,  ,  MOVE 'ERRO READ PROVO '  TO WS-ABENDMSG8
128300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
128400     ,  END-IF
128500     ,  GO                          TO ESTORNA-PROVISAO-REG-FIM
128600     END-IF.
128700     IF PROVORI-E-TRAILER
128800     ,  MOVE PROVORI-T-QTDE         TO WS-PROVORI-T-QTDE
128900     ,  GO                          TO ESTORNA-PROVISAO-REG-FIM
129000     END-IF.
129100     IF NOT PROVORI-E-DETALHE
129200     ,  GO                          TO ESTORNA-PROVISAO-REG-FIM
129300     END-IF.
129400*
129500     MOVE PROVORI-D-ORG             TO PROVIS-D-ORG.
129600     MOVE PROVORI-D-RATING          TO PROVIS-D-RATING.
129700     MOVE PROVORI-D-VALOR           TO PROVIS-D-VALOR.
129800     MOVE PROVORI-D-QTDE-CONTAS     TO PROVIS-D-QTDE-CONTAS.
129900     MOVE WS-DATA-JULIANA           TO PROVIS-D-DATA-JULIANA.
130000     IF PROVORI-D-NATUREZA = 'D'
130100     ,  MOVE 'C'                    TO PROVIS-D-NATUREZA
130200     ,  MOVE PROVORI-D-ORG          TO WS-ORG-PROCURA
130300     ,  PERFORM ACUMULA-ESTORNO-ORG
130400     ,          THRU ACUMULA-ESTORNO-ORG-FIM
130500     ,  ADD PROVORI-D-VALOR
130600     ,           TO WS-TAB-EORG-PROVISAO(WS-IND-EORG)
130700     ELSE
130800     ,  MOVE 'D'                    TO PROVIS-D-NATUREZA
130900     END-IF.
131000     MOVE 'GRVD'                    TO WS-ABEND-LOCATION.
131100     WRITE PROVCNT-REGISTRO       FROM PROVIS-DETALHE.
131200     ADD 1                          TO WS-PROVIS-QTDE-DET.
131300     ADD PROVIS-D-VALOR             TO WS-PROVIS-HASH.
131400 ESTORNA-PROVISAO-REG-FIM. EXIT.
131500*--FIM ESTORNO DA PROVISAO DO CICLO------------------------------*
131600*----CANCELAMENTO NO CTLENT DAS ENTREGAS PROCESSADAS NO CICLO----*
131700 CANCELA-ENTREGA.
131800     MOVE 'OPCE'                    TO WS-ABEND-LOCATION.
131900     OPEN I-O CTLENT.
132000     IF FS-CTLENT = '35'
132100     ,  DISPLAY '** CTLENT AUSENTE - NENHUMA ENTREGA CANCELADA **'
132200     ,  IF WS-RETORNO-FINAL < 4
132300     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
132400     ,  END-IF
132500     ,  GO                          TO CANCELA-ENTREGA-FIM
132600     END-IF.
132700     IF FS-CTLENT NOT = '00'
132800     ,  DISPLAY '*************************'
132900     ,  DISPLAY '** OPEN ERROR CTLENT    **'
133000     ,  DISPLAY '** STATUS = ' FS-CTLENT
133100     ,  DISPLAY '*************************'
133200     ,  MOVE 'ERRO OPEN CTLE  '     TO WS-ABENDMSG8
133300     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
133400     END-IF.
133500     PERFORM CANCELA-ENTREGA-REG    THRU CANCELA-ENTREGA-REG-FIM
133600             UNTIL FS-CTLENT = '10'.
133700     MOVE 'CLCE'                    TO WS-ABEND-LOCATION.
133800     CLOSE CTLENT.
133900     IF WS-CONT-ENTREGAS = ZEROS
134000     ,  DISPLAY '** NENHUMA ENTREGA DO CICLO NO CTLENT **'
134100     ,  IF WS-RETORNO-FINAL < 4
134200     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
134300     ,  END-IF
134400     END-IF.
134500 CANCELA-ENTREGA-FIM. EXIT.
134600*
134700 CANCELA-ENTREGA-REG.
134800     MOVE 'RDCE'                    TO WS-ABEND-LOCATION.
134900     READ CTLENT.
135000     IF FS-CTLENT NOT = ZEROS
135100     ,  IF FS-CTLENT NOT = 10
135200     ,  ,  DISPLAY '*************************'
135300     ,  ,  DISPLAY '**     READ CTLENT     **'
135400     ,  ,  DISPLAY '** STATUS = ' FS-CTLENT
135500     ,  ,  DISPLAY '*************************'
135600     ,  ,  MOVE 'ERRO READ CTLE  '  TO WS-ABENDMSG8
135700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
135800     ,  END-IF
135900     ,  GO                          TO CANCELA-ENTREGA-REG-FIM
136000     END-IF.
136100     IF CTLENT-DATA-PROC NOT = WS-DATA-CICLO
136200     OR CTLENT-CANCELADA
136300     ,  GO                          TO CANCELA-ENTREGA-REG-FIM
136400     END-IF.
136500     MOVE 'C'                       TO CTLENT-SITUACAO.
136600     MOVE 'RWCE'                    TO WS-ABEND-LOCATION.
136700     REWRITE CTLENT-REGISTRO.
136800     IF FS-CTLENT NOT = '00'
136900     ,  DISPLAY '*************************'
137000     ,  DISPLAY '**   REWRITE CTLENT    **'
137100     ,  DISPLAY '** STATUS = ' FS-CTLENT
137200     ,  DISPLAY '*************************'
137300     ,  MOVE 'ERRO RWRT CTLE  '     TO WS-ABENDMSG8
137400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
137500     END-IF.
137600     ADD 1                          TO WS-CONT-ENTREGAS.
137700     DISPLAY '** ENTREGA CANCELADA - GERACAO: '
137800             CTLENT-DATA-GERACAO ' NSA: ' CTLENT-NSA.
137900 CANCELA-ENTREGA-REG-FIM. EXIT.
138000*--FIM CANCELAMENTO NO CTLENT DAS ENTREGAS PROCESSADAS NO CICLO--*
138100*----REGISTRO DE CONTROLE VOLTA PARA A EXECUCAO ANTERIOR---------*
138200 ATUALIZA-CONTROLE.
138300     MOVE 'RDCX'                    TO WS-ABEND-LOCATION.
138400     MOVE ZEROS                     TO HISTMST-ORG.
138500     MOVE SPACES                    TO HISTMST-CONTA.
138600     READ HISTMST.
138700     IF FS-HISTMST = '00'
138800     ,  COMPUTE HISTMST-NUM-EXECUCAO = WS-NUM-EXECUCAO - 1
138900     ,  MOVE 'GRCX'                 TO WS-ABEND-LOCATION
139000     ,  REWRITE HISTMST-REGISTRO
139100     END-IF.
139200     IF FS-HISTMST NOT = '00'
139300     ,  DISPLAY '*************************'
139400     ,  DISPLAY '** GRAVA CONTROLE HISTMST **'
139500     ,  DISPLAY '** STATUS = ' FS-HISTMST
139600     ,  DISPLAY '*************************'
139700     ,  MOVE 'ERRO GRVA CTRL  '     TO WS-ABENDMSG8
139800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
139900     END-IF.
140000 ATUALIZA-CONTROLE-FIM. EXIT.
140100*--FIM REGISTRO DE CONTROLE VOLTA PARA A EXECUCAO ANTERIOR-------*
140200*--------PROCURA/INCLUI A ORG NA TABELA DO RESUMO----------------*
140300 ACUMULA-ESTORNO-ORG.
140400     MOVE 'N'                       TO WS-ACHOU-EORG.
140500     MOVE ZEROS                     TO WS-IND-EORG.
140600     PERFORM PROCURA-ESTORNO-ORG    THRU PROCURA-ESTORNO-ORG-FIM
140700             UNTIL WS-IND-EORG >= WS-QTDE-EORG
140800             OR    WS-EORG-LOCALIZADA.
140900     IF NOT WS-EORG-LOCALIZADA
141000     ,  IF WS-QTDE-EORG >= 100
141100     ,  ,  DISPLAY '*************************'
141200     ,  ,  DISPLAY '** TABELA ORG DO ESTORNO ESGOTADA **'
141300     ,  ,  DISPLAY '*************************'
141400     ,  ,  MOVE 'TAB EORG CHEIA  '  TO WS-ABENDMSG8
141500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
141600     ,  END-IF
141700     ,  ADD 1                       TO WS-QTDE-EORG
141800     ,  MOVE WS-QTDE-EORG           TO WS-IND-EORG
141900     ,  MOVE WS-ORG-PROCURA    TO WS-TAB-EORG-ORG(WS-IND-EORG)
142000     ,  MOVE ZEROS   TO WS-TAB-EORG-NOVAS(WS-IND-EORG)
142100     ,                  WS-TAB-EORG-RECORR(WS-IND-EORG)
142200     ,                  WS-TAB-EORG-RESOLV(WS-IND-EORG)
142300     ,                  WS-TAB-EORG-PEND(WS-IND-EORG)
142400     ,                  WS-TAB-EORG-SALDO(WS-IND-EORG)
142500     ,                  WS-TAB-EORG-CONTABIL(WS-IND-EORG)
142600     ,                  WS-TAB-EORG-PROVISAO(WS-IND-EORG)
142700     END-IF.
142800 ACUMULA-ESTORNO-ORG-FIM. EXIT.
142900 PROCURA-ESTORNO-ORG.
143000     ADD 1                          TO WS-IND-EORG.
143100     IF WS-TAB-EORG-ORG(WS-IND-EORG) = WS-ORG-PROCURA
143200     ,  SET WS-EORG-LOCALIZADA      TO TRUE
143300     END-IF.
143400 PROCURA-ESTORNO-ORG-FIM. EXIT.
143500*------FIM PROCURA/INCLUI A ORG NA TABELA DO RESUMO--------------*
143600*----------------------MONTAGEM DO RELATORIO---------------------*
143700 IMPRIME-LINHA.
143800     IF WS-CONT-LINHAS = 00
143900     ,  ADD 1                       TO WS-CONT-PAG
144000     ,  MOVE WS-CONT-PAG            TO WS-PAG
144100     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
144200     END-IF.
144300*
144400     WRITE RELEST-LINHA        FROM ESTORNO-CORPO.
144500     ADD 1                       TO WS-CONT-LINHAS.
144600*
144700     IF WS-CONT-LINHAS > 59
144800     ,  MOVE 0                      TO WS-CONT-LINHAS
144900     END-IF.
145000 IMPRIME-LINHA-FIM. EXIT.
145100*----------------------MONTAGEM DO CABECALHO---------------------*
145200 MONTAR-CABECALHO.
145300*-------
145400*MONTAGEM DA DATA DO CABECALHO
145500*-------
145600     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
145700     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
145800     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
145900     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
146000*
146100     WRITE RELEST-LINHA FROM PRIMEIRA-LINHA.
146200     ADD 1               TO WS-CONT-LINHAS.
146300*
146400     WRITE RELEST-LINHA FROM SEGUNDA-LINHA.
146500     ADD 1               TO WS-CONT-LINHAS.
146600*
146700     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
146800     ADD 1               TO WS-CONT-LINHAS.
146900*
147000     WRITE RELEST-LINHA FROM QUARTA-LINHA.
147100     ADD 1               TO WS-CONT-LINHAS.
147200*
147300     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
147400     ADD 1               TO WS-CONT-LINHAS.
147500*
147600 MONTAR-CABECALHO-EXIT. EXIT.
147700*------------------FIM MONTAGEM DO CABECALHO---------------------*
147800*----------------IMPRESSAO DO RESUMO POR ORG E TOTAIS------------*
147900 IMPRIME-TOTAIS.
148000     IF WS-CONT-PAG = ZEROS
148100     ,  ADD 1                       TO WS-CONT-PAG
148200     ,  MOVE WS-CONT-PAG            TO WS-PAG
148300     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
148400     END-IF.
148500     MOVE WS-NUM-EXECUCAO           TO RES-TIT-EXECUCAO.
148600     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
148700     WRITE RELEST-LINHA FROM RESUMO-TITULO-LINHA.
148800     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
148900     WRITE RELEST-LINHA FROM RESUMO-CABEC-LINHA.
149000     MOVE ZEROS                     TO WS-IND-EORG.
149100     PERFORM IMPRIME-RESUMO-ORG     THRU IMPRIME-RESUMO-ORG-FIM
149200             UNTIL WS-IND-EORG >= WS-QTDE-EORG.
149300*
149400     MOVE 'TOT'                     TO RES-ORG.
149500     MOVE WS-GER-NOVAS              TO RES-NOVAS.
149600     MOVE WS-GER-RECORR             TO RES-RECORR.
149700     MOVE WS-GER-RESOLV             TO RES-RESOLV.
149800     MOVE WS-GER-PEND               TO RES-PEND.
149900     MOVE WS-GER-SALDO              TO RES-SALDO.
150000     MOVE WS-GER-CONTABIL           TO RES-CONTABIL.
150100     MOVE WS-GER-PROVISAO           TO RES-PROVISAO.
150200     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
150300     WRITE RELEST-LINHA FROM RESUMO-ORG-LINHA.
150400*
150500     MOVE WS-NUM-EXECUCAO           TO WS-TOT-EXECUCAO.
150600     MOVE WS-CONT-JORNAL            TO WS-TOT-JORNAL.
150700     MOVE WS-CONT-NOVAS             TO WS-TOT-NOVAS.
150800     MOVE WS-CONT-RECORRENTES       TO WS-TOT-RECORRENTES.
150900     MOVE WS-CONT-RESOLVIDAS        TO WS-TOT-RESOLVIDAS.
151000     MOVE WS-CONT-DIVERGENCIAS      TO WS-TOT-DIVERGENCIAS.
151100     MOVE WS-CONT-PEND-REMOVIDAS    TO WS-TOT-PEND-REMOVIDAS.
151200     MOVE WS-CONT-PEND-MANTIDAS     TO WS-TOT-PEND-MANTIDAS.
151300     MOVE WS-CONTAB-QTDE-DET        TO WS-TOT-CONTABIL.
151400     MOVE WS-PROVIS-QTDE-DET        TO WS-TOT-PROVISAO.
151500     MOVE WS-CONT-ENTREGAS          TO WS-TOT-ENTREGAS.
151510     MOVE WS-CONT-IGNORADOS         TO WS-TOT-IGNORADOS.
151600     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
151700     WRITE RELEST-LINHA FROM TERCEIRA-LINHA.
151800     WRITE RELEST-LINHA FROM WS-IMPRIME-EXECUCAO.
151900     WRITE RELEST-LINHA FROM WS-IMPRIME-JORNAL.
152000     WRITE RELEST-LINHA FROM WS-IMPRIME-NOVAS.
152100     WRITE RELEST-LINHA FROM WS-IMPRIME-RECORRENTES.
152200     WRITE RELEST-LINHA FROM WS-IMPRIME-RESOLVIDAS.
152300     WRITE RELEST-LINHA FROM WS-IMPRIME-DIVERGENCIAS.
152400     WRITE RELEST-LINHA FROM WS-IMPRIME-PEND-REMOVIDAS.
152500     WRITE RELEST-LINHA FROM WS-IMPRIME-PEND-MANTIDAS.
152600     WRITE RELEST-LINHA FROM WS-IMPRIME-CONTABIL.
152610     IF WS-CONT-IGNORADOS > ZEROS
152620     ,  WRITE RELEST-LINHA FROM WS-IMPRIME-IGNORADOS
152630     END-IF.
152700     WRITE RELEST-LINHA FROM WS-IMPRIME-PROVISAO.
152800     WRITE RELEST-LINHA FROM WS-IMPRIME-ENTREGAS.
152900     WRITE RELEST-LINHA FROM WS-IMPRIME-RES-RETORNO.
153000 IMPRIME-TOTAIS-FIM. EXIT.
153100*
153200 IMPRIME-RESUMO-ORG.
153300     ADD 1                          TO WS-IND-EORG.
153400     MOVE WS-TAB-EORG-ORG(WS-IND-EORG)      TO RES-ORG.
153500     MOVE WS-TAB-EORG-NOVAS(WS-IND-EORG)    TO RES-NOVAS.
153600     MOVE WS-TAB-EORG-RECORR(WS-IND-EORG)   TO RES-RECORR.
153700     MOVE WS-TAB-EORG-RESOLV(WS-IND-EORG)   TO RES-RESOLV.
153800     MOVE WS-TAB-EORG-PEND(WS-IND-EORG)     TO RES-PEND.
153900     MOVE WS-TAB-EORG-SALDO(WS-IND-EORG)    TO RES-SALDO.
154000     MOVE WS-TAB-EORG-CONTABIL(WS-IND-EORG) TO RES-CONTABIL.
154100     MOVE WS-TAB-EORG-PROVISAO(WS-IND-EORG) TO RES-PROVISAO.
154200     WRITE RELEST-LINHA FROM RESUMO-ORG-LINHA.
154300*
154400     ADD WS-TAB-EORG-NOVAS(WS-IND-EORG)     TO WS-GER-NOVAS.
154500     ADD WS-TAB-EORG-RECORR(WS-IND-EORG)    TO WS-GER-RECORR.
154600     ADD WS-TAB-EORG-RESOLV(WS-IND-EORG)    TO WS-GER-RESOLV.
154700     ADD WS-TAB-EORG-PEND(WS-IND-EORG)      TO WS-GER-PEND.
154800     ADD WS-TAB-EORG-SALDO(WS-IND-EORG)     TO WS-GER-SALDO.
154900     ADD WS-TAB-EORG-CONTABIL(WS-IND-EORG)  TO WS-GER-CONTABIL.
155000     ADD WS-TAB-EORG-PROVISAO(WS-IND-EORG)  TO WS-GER-PROVISAO.
155100 IMPRIME-RESUMO-ORG-FIM. EXIT.
155200*--------------FIM IMPRESSAO DO RESUMO POR ORG E TOTAIS----------*
155300*------------------FECHAMENTO DE ARQUIVOS
155400 FECHAR-ARQUIVOS.
155500     MOVE 'CLHM'                    TO WS-ABEND-LOCATION.
155600     CLOSE HISTMST.
155700     IF FS-HISTMST NOT EQUAL '00'
155800        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
155900        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
156000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
156100     END-IF.
156200*
156300     CLOSE HISTANT.
156400     IF FS-HISTANT NOT EQUAL '00'
156500        DISPLAY '##ERRO FECHAR ARQUIVO HISTANT: ' FS-HISTANT
156600        MOVE 'ERRO CLOSE HISTA'   TO WS-ABENDMSG8
156700        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
156800     END-IF.
156900*
157000     IF NOT WS-PENDANT-AUSENTE
157100        CLOSE PENDANT
157200     END-IF.
157300*
157400     CLOSE PENDNOV.
157500     IF FS-PENDNOV NOT EQUAL '00'
157600        DISPLAY '##ERRO FECHAR ARQUIVO PENDNOV: ' FS-PENDNOV
157700        MOVE 'ERRO CLOSE PENDN'   TO WS-ABENDMSG8
157800        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
157900     END-IF.
158000*
158100     CLOSE CONTORI.
158200     IF NOT WS-PROVORI-AUSENTE
158300        CLOSE PROVORI
158400     END-IF.
158500*
158600     CLOSE CONTABIL.
158700     IF FS-CONTABIL NOT EQUAL '00'
158800        DISPLAY '##ERRO FECHAR ARQUIVO CONTABIL: ' FS-CONTABIL
158900        MOVE 'ERRO CLOSE CONTB'   TO WS-ABENDMSG8
159000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
159100     END-IF.
159200*
159300     CLOSE PROVCNT.
159400     IF FS-PROVCNT NOT EQUAL '00'
159500        DISPLAY '##ERRO FECHAR ARQUIVO PROVCNT: ' FS-PROVCNT
159600        MOVE 'ERRO CLOSE PROVC'   TO WS-ABENDMSG8
159700        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
159800     END-IF.
159900*
160000     CLOSE RELEST.
160100     IF FS-RELEST NOT EQUAL '00'
160200        DISPLAY '##ERRO FECHAR ARQUIVO RELEST: ' FS-RELEST
160300        MOVE 'ERRO CLOSE RELES'   TO WS-ABENDMSG8
160400        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
160500     END-IF.
160600 FECHAR-ARQUIVOS-FIM. EXIT.
160700*------------------FIM DO FECHAMENTO DE ARQUIVOS
160800*================================================================*
160900*    BOOKS DE PROCEDURE UTILIZADOS                               *
161000*================================================================*
161100     COPY CCS502.
161200     COPY CCS508.
161300     COPY UUGJRNP.
161400     COPY AMCRPD.
