000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB927.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 19/06/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  COBRANCA TERCEIRIZADA DAS CONTAS REJEITADAS PELO UUGPB910     *
001100*  COM SALDO SUPERIOR AO LIMITE DO EXPURGO:                      *
001200*  - COLOCA AS CONTAS DO REJEITO DO CICLO NAS AGENCIAS DO        *
001300*    CADASTRO (UUGAGE) QUE ATENDEM A ORG, ACEITAM O SALDO E TEM  *
001400*    CARTEIRA DISPONIVEL (A DE MENOR CARTEIRA RECEBE A CONTA);   *
001500*  - A CONTA COLOCADA FICA COM A MESMA AGENCIA ATE VENCER O      *
001600*    PRAZO DE PERMANENCIA, QUANDO E RECOLHIDA E PODE SER         *
001700*    COLOCADA EM OUTRA AGENCIA;                                  *
001710*  - NA NOVA COLOCACAO O MESTRE GUARDA O COLOCADO, O RECUPERADO, *
001720*    A COMISSAO, A SAIDA E O PERCENTUAL DA AGENCIA ANTERIOR, QUE *
001730*    CONTINUA NO DESEMPENHO DELA;                                *
001740*  - O PAGAMENTO OU ACORDO DE CONTA QUE JA SAIU DA AGENCIA E     *
001750*    ACEITO DA AGENCIA QUE A TINHA SE A DATA NAO FOR POSTERIOR A *
001760*    SAIDA (O RETORNO E MENSAL E A CONTA PODE SAIR NO MEIO DO    *
001770*    MES), SEM ALTERAR A SITUACAO DA CONTA;                      *
001780*  - CONTA QUITADA NAO E COLOCADA DE NOVO;                       *
001800*  - PROCESSA O RETORNO MENSAL DAS AGENCIAS (PAGAMENTOS,         *
001900*    ACORDOS E DEVOLUCOES DE CONTAS INCOBRAVEIS);                *
001950*  - RECOLHE A CONTA COLOCADA QUE NAO VEIO NO REJEITO DO CICLO   *
002000*    COM SALDO SUPERIOR AO LIMITE: MOTIVO R QUANDO O UUGPB912 A  *
002050*    DEU COMO RESOLVIDA NA EXECUCAO CORRENTE (JORNAL HISTANT     *
002100*    FILTRADO PELO NUMERO DA EXECUCAO DO REGISTRO DE CONTROLE DO *
002150*    HISTMST), SENAO MOTIVO F (FORA DO REJEITO);                 *
002200*  - GRAVA UM ARQUIVO DE COLOCACAO POR AGENCIA (COLOCACOES E     *
002300*    RECOLHIMENTOS), MANTEM O MESTRE DE COLOCACAO (UUGCOB) E     *
002400*    IMPRIME O DESEMPENHO POR AGENCIA E ORG.                     *
002500*  QUEBRA: AGENCIA                                               *
002600*  CLASSIFICACAO: ORG E CONTA (MESTRE E MOVIMENTOS)              *
002700*                 AGENCIA E ORG (RELATORIO DE DESEMPENHO)        *
002800*  TOTALIZADORES: CARTEIRA, RECUPERADO, TAXA DE RECUPERACAO E    *
002900*                 COMISSAO DEVIDA POR AGENCIA/ORG, AGENCIA E     *
003000*                 TOTAL GERAL.                                   *
003100*----------------------------------------------------------------*
003200*================================================================*
003300 ENVIRONMENT DIVISION.
003400*================================================================*
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
003700*----------------------------------------------------------------*
003800 INPUT-OUTPUT SECTION.
003900*----------------------------------------------------------------*
004000 FILE-CONTROL.
004100*----------------------------------------------------------------*
004200     SELECT AGEMST    ASSIGN      TO AGEMST
004300            FILE STATUS          IS FS-AGEMST.
004400*
004500     SELECT REJCOB    ASSIGN      TO REJCOB
004600            FILE STATUS          IS FS-REJCOB.
004700*
004800     SELECT RESCOB    ASSIGN      TO RESCOB
004900            FILE STATUS          IS FS-RESCOB.
004910*
004920     SELECT HISTMST   ASSIGN      TO HISTMST
004930            ORGANIZATION         IS INDEXED
004940            ACCESS MODE          IS RANDOM
004950            RECORD KEY           IS HISTMST-CHAVE
004960            FILE STATUS          IS FS-HISTMST.
005000*
005100     SELECT COBRET    ASSIGN      TO COBRET
005200            FILE STATUS          IS FS-COBRET.
005300*
005400     SELECT COBTRN    ASSIGN      TO COBTRN
005500            FILE STATUS          IS FS-COBTRN.
005600*
005700     SELECT TRNSORT   ASSIGN      TO TRNSORT
005800            FILE STATUS          IS FS-TRNSORT.
005900*
006000     SELECT CLASSIF   ASSIGN      TO SORTWK01.
006100*
006200     SELECT COBANT    ASSIGN      TO COBANT
006300            FILE STATUS          IS FS-COBANT.
006400*
006500     SELECT COBNOV    ASSIGN      TO COBNOV
006600            FILE STATUS          IS FS-COBNOV.
006700*
006800     SELECT ENVAG01   ASSIGN      TO ENVAG01
006900            FILE STATUS          IS FS-ENVAG01.
007000*
007100     SELECT ENVAG02   ASSIGN      TO ENVAG02
007200            FILE STATUS          IS FS-ENVAG02.
007300*
007400     SELECT ENVAG03   ASSIGN      TO ENVAG03
007500            FILE STATUS          IS FS-ENVAG03.
007600*
007700     SELECT ENVAG04   ASSIGN      TO ENVAG04
007800            FILE STATUS          IS FS-ENVAG04.
007900*
008000     SELECT ENVAG05   ASSIGN      TO ENVAG05
008100            FILE STATUS          IS FS-ENVAG05.
008200*
008300     SELECT ENVAG06   ASSIGN      TO ENVAG06
008400            FILE STATUS          IS FS-ENVAG06.
008500*
008600     SELECT ENVAG07   ASSIGN      TO ENVAG07
008700            FILE STATUS          IS FS-ENVAG07.
008800*
008900     SELECT ENVAG08   ASSIGN      TO ENVAG08
009000            FILE STATUS          IS FS-ENVAG08.
009100*
009200     SELECT RELCOB    ASSIGN      TO RELCOB
009300            FILE STATUS          IS FS-RELCOB.
009400*
009500     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
009600            FILE STATUS          IS FS-RUNJRNL.
009700*================================================================*
009800 DATA DIVISION.
009900*================================================================*
010000 FILE SECTION.
010100
010200 FD AGEMST
010300     RECORD CONTAINS 120 CHARACTERS
010400     BLOCK CONTAINS 0 RECORDS
010500     RECORDING MODE F.
010600     COPY UUGAGE.
010700
010800 FD REJCOB
010900     RECORD CONTAINS 068 CHARACTERS
011000     BLOCK CONTAINS 0 RECORDS
011100     RECORDING MODE F.
011200 01 REJCOB-REGISTRO.
011300    03 REJCOB-ORG            PIC  9(003).
011400    03 REJCOB-LOGO           PIC  9(003).
011500    03 REJCOB-CONTA          PIC  X(019).
011600    03 REJCOB-SALDO-CONTA    PIC  9(011)V99.
011700    03 REJCOB-MOTIVO         PIC  X(030).
011800
011900 FD RESCOB
012000     RECORD CONTAINS 100 CHARACTERS
012100     BLOCK CONTAINS 0 RECORDS
012200     RECORDING MODE F.
012300     COPY UUGHAN.
012308
012316 FD HISTMST
012324     RECORD CONTAINS 080 CHARACTERS
012332     BLOCK CONTAINS 0 RECORDS.
012340 01 HISTMST-REGISTRO.
012348    03 HISTMST-CHAVE.
012356       05 HISTMST-ORG        PIC  9(003).
012364       05 HISTMST-CONTA      PIC  X(019).
012372    03 FILLER                PIC  X(043).
012380    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
012388    03 FILLER                PIC  X(010).
012400
012500 FD COBRET
012600     RECORD CONTAINS 080 CHARACTERS
012700     BLOCK CONTAINS 0 RECORDS
012800     RECORDING MODE F.
012900 01 COBRET-REGISTRO.
013000    03 COBRET-AGENCIA        PIC  9(003).
013100    03 COBRET-ORG            PIC  9(003).
013200    03 COBRET-CONTA          PIC  X(019).
013300    03 COBRET-TIPO           PIC  X(001).
013400       88 COBRET-PAGAMENTO           VALUE 'P'.
013500       88 COBRET-ACORDO              VALUE 'A'.
013600       88 COBRET-DEVOLUCAO           VALUE 'D'.
013700    03 COBRET-DATA           PIC  9(008).
013800    03 COBRET-VALOR          PIC  9(011)V99.
013900    03 FILLER                PIC  X(033).
014000
014100 FD COBTRN
014200     RECORD CONTAINS 080 CHARACTERS
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE F.
014500 01 COBTRN-REGISTRO.
014600    03 COBTRN-ORG            PIC  9(003).
014700    03 COBTRN-CONTA          PIC  X(019).
014800    03 COBTRN-TIPO           PIC  X(001).
014900    03 COBTRN-DATA           PIC  9(008).
015000    03 COBTRN-AGENCIA        PIC  9(003).
015100    03 COBTRN-TIPO-RETORNO   PIC  X(001).
015200    03 COBTRN-VALOR          PIC  9(011)V99.
015300    03 COBTRN-LOGO           PIC  9(003).
015400    03 FILLER                PIC  X(029).
015500
015600 FD TRNSORT
015700     RECORD CONTAINS 080 CHARACTERS
015800     BLOCK CONTAINS 0 RECORDS
015900     RECORDING MODE F.
016000 01 TRNSORT-REGISTRO.
016100    03 TRNSORT-ORG           PIC  9(003).
016200    03 TRNSORT-CONTA         PIC  X(019).
016300    03 TRNSORT-TIPO          PIC  X(001).
016400       88 TRNSORT-RETORNO            VALUE '1' '2'.
016500       88 TRNSORT-RESOLVIDA          VALUE '3'.
016600       88 TRNSORT-REJEITO            VALUE '4'.
016700    03 TRNSORT-DATA          PIC  9(008).
016800    03 TRNSORT-AGENCIA       PIC  9(003).
016900    03 TRNSORT-TIPO-RETORNO  PIC  X(001).
017000       88 TRNSORT-PAGAMENTO          VALUE 'P'.
017100       88 TRNSORT-ACORDO             VALUE 'A'.
017200       88 TRNSORT-DEVOLUCAO          VALUE 'D'.
017300    03 TRNSORT-VALOR         PIC  9(011)V99.
017400    03 TRNSORT-LOGO          PIC  9(003).
017500    03 FILLER                PIC  X(029).
017600
017700 SD CLASSIF.
017800 01 CLASSIF-REGISTRO.
017900    03 CLASSIF-ORG           PIC  9(003).
018000    03 CLASSIF-CONTA         PIC  X(019).
018100    03 CLASSIF-TIPO          PIC  X(001).
018200    03 CLASSIF-DATA          PIC  9(008).
018300    03 FILLER                PIC  X(049).
018400
018500 FD COBANT
018600     RECORD CONTAINS 180 CHARACTERS
018700     BLOCK CONTAINS 0 RECORDS
018800     RECORDING MODE F.
018900 01 COBANT-REGISTRO.
019000    03 COBANT-ORG            PIC  9(003).
019100    03 COBANT-CONTA          PIC  X(019).
019200    03 COBANT-LOGO           PIC  9(003).
019300    03 COBANT-AGENCIA        PIC  9(003).
019400    03 COBANT-SITUACAO       PIC  X(001).
019500       88 COBANT-NA-AGENCIA          VALUE 'A' 'C'.
019600    03 FILLER                PIC  X(151).
019700
019800 FD COBNOV
019900     RECORD CONTAINS 180 CHARACTERS
020000     BLOCK CONTAINS 0 RECORDS
020100     RECORDING MODE F.
020200     COPY UUGCOB.
020300
020400 FD ENVAG01
020500     RECORD CONTAINS 120 CHARACTERS
020600     BLOCK CONTAINS 0 RECORDS
020700     RECORDING MODE F.
020800 01 ENVAG01-REGISTRO       PIC X(120).
020900
021000 FD ENVAG02
021100     RECORD CONTAINS 120 CHARACTERS
021200     BLOCK CONTAINS 0 RECORDS
021300     RECORDING MODE F.
021400 01 ENVAG02-REGISTRO       PIC X(120).
021500
021600 FD ENVAG03
021700     RECORD CONTAINS 120 CHARACTERS
021800     BLOCK CONTAINS 0 RECORDS
021900     RECORDING MODE F.
022000 01 ENVAG03-REGISTRO       PIC X(120).
022100
022200 FD ENVAG04
022300     RECORD CONTAINS 120 CHARACTERS
022400     BLOCK CONTAINS 0 RECORDS
022500     RECORDING MODE F.
022600 01 ENVAG04-REGISTRO       PIC X(120).
022700
022800 FD ENVAG05
022900     RECORD CONTAINS 120 CHARACTERS
023000     BLOCK CONTAINS 0 RECORDS
023100     RECORDING MODE F.
023200 01 ENVAG05-REGISTRO       PIC X(120).
023300
023400 FD ENVAG06
023500     RECORD CONTAINS 120 CHARACTERS
023600     BLOCK CONTAINS 0 RECORDS
023700     RECORDING MODE F.
023800 01 ENVAG06-REGISTRO       PIC X(120).
023900
024000 FD ENVAG07
024100     RECORD CONTAINS 120 CHARACTERS
024200     BLOCK CONTAINS 0 RECORDS
024300     RECORDING MODE F.
024400 01 ENVAG07-REGISTRO       PIC X(120).
024500
024600 FD ENVAG08
024700     RECORD CONTAINS 120 CHARACTERS
024800     BLOCK CONTAINS 0 RECORDS
024900     RECORDING MODE F.
025000 01 ENVAG08-REGISTRO       PIC X(120).
025100
025200 FD RELCOB
025300     RECORD CONTAINS 132 CHARACTERS
025400     BLOCK CONTAINS 0 RECORDS
025500     RECORDING MODE F.
025600 01 RELCOB-LINHA           PIC X(132).
025700
025800 FD RUNJRNL
025900     RECORD CONTAINS 080 CHARACTERS
026000     BLOCK CONTAINS 0 RECORDS
026100     RECORDING MODE F.
026200     COPY UUGJRN.
026300*----------------------------------------------------------------*
026400 WORKING-STORAGE SECTION.
026500*----------------------------------------------------------------*
026600* LINHAS DO RELATORIO DE DESEMPENHO DAS AGENCIAS DE COBRANCA
026700*----------------------------------------------------------------*
026800 01 CABECALHO.
026900    03 PRIMEIRA-LINHA.
027000       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
027100       05 FILLER              PIC X(010) VALUE SPACES.
027200       05 FILLER              PIC X(036) VALUE
027300          'FIDELITY PROCESSADORA E SERVI OS S/A'.
027400       05 FILLER              PIC X(028) VALUE SPACES.
027500       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
027600       05 WS-DATA-SISTEMA.
027700          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
027800          07 FILLER           PIC X(001) VALUE '/'.
027900          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
028000          07 FILLER           PIC X(001) VALUE '/'.
028100          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
028200       05 FILLER              PIC X(008) VALUE '    PAGE'.
028300       05 WS-PAG              PIC Z.ZZZ.ZZ9.
028400    03 SEGUNDA-LINHA.
028500       05 FILLER              PIC X(062) VALUE
028600          'COBRANCA TERCEIRIZADA - DESEMPENHO POR AGENCIA E ORG'.
028700       05 FILLER              PIC X(024) VALUE SPACES.
028800       05 FILLER              PIC X(046) VALUE
028900           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
029000    03 TERCEIRA-LINHA.
029100       05 FILLER              PIC X(132) VALUE SPACES.
029200    03 QUARTA-LINHA.
029300       05 FILLER              PIC X(009) VALUE 'AGE  ORG'.
029400       05 FILLER              PIC X(010) VALUE '   CONTAS'.
029500       05 FILLER              PIC X(018) VALUE
029600          '   SALDO CARTEIRA'.
029700       05 FILLER              PIC X(007) VALUE ' NOVAS'.
029800       05 FILLER              PIC X(007) VALUE 'SAIDAS'.
029900       05 FILLER              PIC X(018) VALUE
030000          '   SALDO COLOCADO'.
030100       05 FILLER              PIC X(018) VALUE
030200          '  RECUPERADO ACUM'.
030300       05 FILLER              PIC X(008) VALUE ' TAXA %'.
030400       05 FILLER              PIC X(018) VALUE
030500          ' RECUPERADO CICLO'.
030600       05 FILLER              PIC X(019) VALUE
030700          'COMISSAO DEVIDA'.
030800*
030900 01 RELCOB-CORPO.
031000    03 COR-IDENT.
031100       05 COR-AGENCIA         PIC X(003) VALUE SPACES.
031200       05 FILLER              PIC X(002) VALUE SPACES.
031300       05 COR-ORG             PIC X(003) VALUE SPACES.
031400       05 FILLER              PIC X(001) VALUE SPACES.
031500    03 COR-ATIVAS             PIC Z.ZZZ.ZZ9.
031600    03 FILLER                 PIC X(001) VALUE SPACES.
031700    03 COR-SALDO-ATIVO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
031800    03 FILLER                 PIC X(001) VALUE SPACES.
031900    03 COR-NOVAS              PIC ZZ.ZZ9.
032000    03 FILLER                 PIC X(001) VALUE SPACES.
032100    03 COR-SAIDAS             PIC ZZ.ZZ9.
032200    03 FILLER                 PIC X(001) VALUE SPACES.
032300    03 COR-COLOCADO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
032400    03 FILLER                 PIC X(001) VALUE SPACES.
032500    03 COR-RECUPERADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
032600    03 FILLER                 PIC X(001) VALUE SPACES.
032700    03 COR-TAXA               PIC ZZZ9,99.
032800    03 FILLER                 PIC X(001) VALUE SPACES.
032900    03 COR-RECUP-CICLO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
033000    03 FILLER                 PIC X(001) VALUE SPACES.
033100    03 COR-COMISSAO           PIC ZZZ.ZZZ.ZZ9,99.
033200    03 FILLER                 PIC X(005) VALUE SPACES.
033300*
033400 01 RELCOB-AGENCIA.
033500    03 FILLER                 PIC X(010) VALUE 'AGENCIA: '.
033600    03 AGE-CODIGO             PIC 9(003) VALUE ZEROS.
033700    03 FILLER                 PIC X(003) VALUE ' - '.
033800    03 AGE-NOME               PIC X(030) VALUE SPACES.
033900    03 FILLER                 PIC X(003) VALUE SPACES.
034000    03 AGE-SITUACAO           PIC X(008) VALUE SPACES.
034100    03 FILLER                 PIC X(013) VALUE
034200       '   COMISSAO: '.
034300    03 AGE-PERC               PIC Z9,99.
034400    03 FILLER                 PIC X(013) VALUE
034500       '%    PRAZO: '.
034600    03 AGE-PRAZO              PIC ZZ9.
034700    03 FILLER                 PIC X(009) VALUE ' DIAS    '.
034800    03 FILLER                 PIC X(010) VALUE 'CARTEIRA: '.
034900    03 AGE-CARTEIRA           PIC Z.ZZZ.ZZ9.
035000    03 FILLER                 PIC X(013) VALUE SPACES.
035100*
035200 01 IMPRESSAO.
035300    03 WS-IMPRIME-AGENCIAS.
035400       05 FILLER                  PIC X(028) VALUE
035500       'AGENCIAS NO CADASTRO......: '.
035600       05 WS-TOT-AGENCIAS         PIC Z.ZZZ.ZZ9.
035700    03 WS-IMPRIME-REJEITOS.
035800       05 FILLER                  PIC X(028) VALUE
035900       'REJEITOS LIDOS............: '.
036000       05 WS-TOT-REJEITOS         PIC Z.ZZZ.ZZ9.
036100    03 WS-IMPRIME-SUPERIOR.
036200       05 FILLER                  PIC X(028) VALUE
036300       'SALDO SUPERIOR AO LIMITE..: '.
036400       05 WS-TOT-SUPERIOR         PIC Z.ZZZ.ZZ9.
036500    03 WS-IMPRIME-RESOLVIDAS.
036600       05 FILLER                  PIC X(028) VALUE
036700       'RESOLVIDAS NO HISTMST.....: '.
036800       05 WS-TOT-RESOLVIDAS       PIC Z.ZZZ.ZZ9.
036900    03 WS-IMPRIME-RETORNOS.
037000       05 FILLER                  PIC X(028) VALUE
037100       'RETORNOS DAS AGENCIAS.....: '.
037200       05 WS-TOT-RETORNOS         PIC Z.ZZZ.ZZ9.
037300    03 WS-IMPRIME-RET-RECUSADOS.
037400       05 FILLER                  PIC X(028) VALUE
037500       'RETORNOS RECUSADOS........: '.
037600       05 WS-TOT-RET-RECUSADOS    PIC Z.ZZZ.ZZ9.
037620    03 WS-IMPRIME-RET-ATRASADOS.
037640       05 FILLER                  PIC X(028) VALUE
037660       'RETORNOS APOS A SAIDA.....: '.
037680       05 WS-TOT-RET-ATRASADOS    PIC Z.ZZZ.ZZ9.
037700    03 WS-IMPRIME-PAGAMENTOS.
037800       05 FILLER                  PIC X(028) VALUE
037900       'PAGAMENTOS................: '.
038000       05 WS-TOT-PAGAMENTOS       PIC Z.ZZZ.ZZ9.
038100       05 FILLER                  PIC X(009) VALUE '  VALOR '.
038200       05 WS-TOT-VALOR-PAGO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
038300    03 WS-IMPRIME-ACORDOS.
038400       05 FILLER                  PIC X(028) VALUE
038500       'ACORDOS...................: '.
038600       05 WS-TOT-ACORDOS          PIC Z.ZZZ.ZZ9.
038700    03 WS-IMPRIME-DEVOLUCOES.
038800       05 FILLER                  PIC X(028) VALUE
038900       'DEVOLVIDAS INCOBRAVEIS....: '.
039000       05 WS-TOT-DEVOLUCOES       PIC Z.ZZZ.ZZ9.
039100    03 WS-IMPRIME-QUITADAS.
039200       05 FILLER                  PIC X(028) VALUE
039300       'QUITADAS NA AGENCIA.......: '.
039400       05 WS-TOT-QUITADAS         PIC Z.ZZZ.ZZ9.
039500    03 WS-IMPRIME-REC-RESOLVIDA.
039600       05 FILLER                  PIC X(028) VALUE
039700       'RECOLHIDAS POR RESOLUCAO..: '.
039800       05 WS-TOT-REC-RESOLVIDA    PIC Z.ZZZ.ZZ9.
039820    03 WS-IMPRIME-REC-FORA-REJEITO.
039840       05 FILLER                  PIC X(028) VALUE
039860       'RECOLHIDAS FORA DO REJEITO: '.
039880       05 WS-TOT-REC-FORA-REJEITO PIC Z.ZZZ.ZZ9.
039900    03 WS-IMPRIME-REC-PRAZO.
040000       05 FILLER                  PIC X(028) VALUE
040100       'RECOLHIDAS POR PRAZO......: '.
040200       05 WS-TOT-REC-PRAZO        PIC Z.ZZZ.ZZ9.
040300    03 WS-IMPRIME-COLOCACOES.
040400       05 FILLER                  PIC X(028) VALUE
040500       'CONTAS COLOCADAS..........: '.
040600       05 WS-TOT-COLOCACOES       PIC Z.ZZZ.ZZ9.
040700    03 WS-IMPRIME-SEM-AGENCIA.
040800       05 FILLER                  PIC X(028) VALUE
040900       'CONTAS SEM AGENCIA........: '.
041000       05 WS-TOT-SEM-AGENCIA      PIC Z.ZZZ.ZZ9.
041100    03 WS-IMPRIME-FORA-CADASTRO.
041200       05 FILLER                  PIC X(028) VALUE
041300       'AGENCIA FORA DO CADASTRO..: '.
041400       05 WS-TOT-FORA-CADASTRO    PIC Z.ZZZ.ZZ9.
041500    03 WS-IMPRIME-EM-COBRANCA.
041600       05 FILLER                  PIC X(028) VALUE
041700       'CONTAS NAS AGENCIAS.......: '.
041800       05 WS-TOT-EM-COBRANCA      PIC Z.ZZZ.ZZ9.
041900    03 WS-IMPRIME-MESTRE.
042000       05 FILLER                  PIC X(028) VALUE
042100       'REGISTROS NO MESTRE NOVO..: '.
042200       05 WS-TOT-MESTRE           PIC Z.ZZZ.ZZ9.
042300    03 WS-IMPRIME-RES-RETORNO.
042400       05 FILLER                  PIC X(028) VALUE
042500       'CODIGO DE RETORNO.........: '.
042600       05 WS-RES-RETORNO          PIC 9(002).
042700*----------------------------------------------------------------*
042800* VARIAVEIS CONTROLE
042900*----------------------------------------------------------------*
043000 01 CONTROLADORES.
043100    03 FS-AGEMST                PIC X(002) VALUE '00'.
043200    03 FS-REJCOB                PIC X(002) VALUE '00'.
043300    03 FS-RESCOB                PIC X(002) VALUE '00'.
043350    03 FS-HISTMST               PIC X(002) VALUE '00'.
043400    03 FS-COBRET                PIC X(002) VALUE '00'.
043500    03 FS-COBTRN                PIC X(002) VALUE '00'.
043600    03 FS-TRNSORT               PIC X(002) VALUE '00'.
043700    03 FS-COBANT                PIC X(002) VALUE '00'.
043800    03 FS-COBNOV                PIC X(002) VALUE '00'.
043900    03 FS-ENVAG01               PIC X(002) VALUE '00'.
044000    03 FS-ENVAG02               PIC X(002) VALUE '00'.
044100    03 FS-ENVAG03               PIC X(002) VALUE '00'.
044200    03 FS-ENVAG04               PIC X(002) VALUE '00'.
044300    03 FS-ENVAG05               PIC X(002) VALUE '00'.
044400    03 FS-ENVAG06               PIC X(002) VALUE '00'.
044500    03 FS-ENVAG07               PIC X(002) VALUE '00'.
044600    03 FS-ENVAG08               PIC X(002) VALUE '00'.
044700    03 FS-ENVIO                 PIC X(002) VALUE '00'.
044800    03 FS-RELCOB                PIC X(002) VALUE '00'.
044900*
045000    03 WS-SEM-COBANT            PIC X(001) VALUE 'N'.
045100       88 WS-COBANT-AUSENTE           VALUE 'S'.
045200    03 WS-SEM-COBRET            PIC X(001) VALUE 'N'.
045300       88 WS-COBRET-AUSENTE           VALUE 'S'.
045400    03 WS-CHAVE-MESTRE.
045500       05 WS-CHAVE-MST-ORG      PIC 9(003) VALUE ZEROS.
045600       05 WS-CHAVE-MST-CONTA    PIC X(019) VALUE SPACES.
045700    03 WS-CHAVE-MOVIMENTO.
045800       05 WS-CHAVE-MOV-ORG      PIC 9(003) VALUE ZEROS.
045900       05 WS-CHAVE-MOV-CONTA    PIC X(019) VALUE SPACES.
046000    03 WS-CHAVE-MINIMA.
046100       05 WS-CHAVE-MIN-ORG      PIC 9(003) VALUE ZEROS.
046200       05 WS-CHAVE-MIN-CONTA    PIC X(019) VALUE SPACES.
046300    03 WS-EXISTE-MESTRE         PIC X(001) VALUE 'N'.
046400       88 WS-CONTA-NO-MESTRE          VALUE 'S'.
046500    03 WS-IND-RESOLVIDA         PIC X(001) VALUE 'N'.
046600       88 WS-CONTA-RESOLVIDA          VALUE 'S'.
046700    03 WS-IND-REJEITO           PIC X(001) VALUE 'N'.
046800       88 WS-CONTA-NO-REJEITO         VALUE 'S'.
046900    03 WS-SALDO-REJEITO         PIC 9(011)V99 VALUE ZEROS.
047000    03 WS-LOGO-REJEITO          PIC 9(003) VALUE ZEROS.
047100    03 WS-MOTIVO-RECOLHIMENTO   PIC X(001) VALUE SPACES.
047200    03 WS-VALOR-COMISSAO        PIC 9(011)V99 VALUE ZEROS.
047300    03 WS-TAXA                  PIC 9(004)V99 VALUE ZEROS.
047400    03 WS-SAIDA-ATUAL           PIC 9(001) VALUE ZEROS.
047500    03 WS-ENVIO-LINHA           PIC X(120) VALUE SPACES.
047600*
047700    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
047800    03 WS-DATA-JULIANA-R REDEFINES WS-DATA-JULIANA.
047900       05 WS-JUL-AAAA           PIC 9(004).
048000       05 WS-JUL-DDD            PIC 9(003).
048100    03 WS-DATA-COLOCACAO        PIC 9(007) VALUE ZEROS.
048200    03 WS-DATA-COLOCACAO-R REDEFINES WS-DATA-COLOCACAO.
048300       05 WS-COL-AAAA           PIC 9(004).
048400       05 WS-COL-DDD            PIC 9(003).
048500    03 WS-DIAS-DECORRIDOS       PIC S9(007) VALUE ZEROS.
048506    03 WS-DIA-ABS-HOJE          PIC 9(007) VALUE ZEROS.
048512    03 WS-ANO-TRABALHO          PIC 9(004) VALUE ZEROS.
048518    03 WS-ANO-ANTERIOR          PIC 9(004) VALUE ZEROS.
048524    03 WS-QT-QUADRIENIOS        PIC 9(004) VALUE ZEROS.
048530    03 WS-QT-SECULOS            PIC 9(004) VALUE ZEROS.
048536    03 WS-QT-QUADRISSECULOS     PIC 9(004) VALUE ZEROS.
048542    03 WS-DIA-ANO-TRAB          PIC 9(003) VALUE ZEROS.
048548    03 WS-DIA-ABSOLUTO          PIC 9(007) VALUE ZEROS.
048554    03 WS-IND-ATRASADO          PIC X(001) VALUE 'N'.
048560       88 WS-RETORNO-ATRASADO         VALUE 'S'.
048566    03 WS-ORIGEM-ATRASO         PIC X(001) VALUE SPACES.
048572       88 WS-ATRASO-AGENCIA-ATUAL     VALUE 'A'.
048578       88 WS-ATRASO-AGENCIA-ANTERIOR  VALUE 'P'.
048584    03 WS-DATA-SAIDA-GREG       PIC 9(008) VALUE ZEROS.
048600    03 WS-MOTIVO-RECUSA         PIC X(040) VALUE SPACES.
048700    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
048750    03 WS-EXECUCAO-CICLO        PIC 9(005) VALUE ZEROS.
048800*
048900 01 CONTADORES.
049000    03 WS-CONT-COBTRN           PIC 9(007) VALUE ZEROS.
049100    03 WS-CONT-MOVIMENTOS       PIC 9(007) VALUE ZEROS.
049200    03 WS-CONT-COBANT           PIC 9(007) VALUE ZEROS.
049300    03 WS-CONT-REJEITOS         PIC 9(007) VALUE ZEROS.
049400    03 WS-CONT-SUPERIOR         PIC 9(007) VALUE ZEROS.
049500    03 WS-CONT-RESOLVIDAS       PIC 9(007) VALUE ZEROS.
049600    03 WS-CONT-RETORNOS         PIC 9(007) VALUE ZEROS.
049700    03 WS-CONT-RET-RECUSADOS    PIC 9(007) VALUE ZEROS.
049750    03 WS-CONT-RET-ATRASADOS    PIC 9(007) VALUE ZEROS.
049800    03 WS-CONT-PAGAMENTOS       PIC 9(007) VALUE ZEROS.
049900    03 WS-VALOR-PAGAMENTOS      PIC 9(013)V99 VALUE ZEROS.
050000    03 WS-CONT-ACORDOS          PIC 9(007) VALUE ZEROS.
050100    03 WS-CONT-DEVOLUCOES       PIC 9(007) VALUE ZEROS.
050200    03 WS-CONT-QUITADAS         PIC 9(007) VALUE ZEROS.
050300    03 WS-CONT-REC-RESOLVIDA    PIC 9(007) VALUE ZEROS.
050350    03 WS-CONT-REC-FORA-REJEITO PIC 9(007) VALUE ZEROS.
050400    03 WS-CONT-REC-PRAZO        PIC 9(007) VALUE ZEROS.
050500    03 WS-CONT-COLOCACOES       PIC 9(007) VALUE ZEROS.
050600    03 WS-CONT-SEM-AGENCIA      PIC 9(007) VALUE ZEROS.
050700    03 WS-CONT-FORA-CADASTRO    PIC 9(007) VALUE ZEROS.
050800    03 WS-CONT-EM-COBRANCA      PIC 9(007) VALUE ZEROS.
050900    03 WS-CONT-MESTRE           PIC 9(007) VALUE ZEROS.
051000    03 WS-CONT-ENVIOS           PIC 9(007) VALUE ZEROS.
051100    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
051200    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
051300*
051400*------AGENCIAS DO CADASTRO (UMA POR ARQUIVO DE COLOCACAO)-------*
051500 01 TABELA-AGENCIAS.
051600    03 WS-QTDE-AGE              PIC 9(002) VALUE ZEROS.
051700    03 WS-IND-AGE               PIC 9(002) VALUE ZEROS.
051800    03 WS-IND-AGE-AUX           PIC 9(002) VALUE ZEROS.
051900    03 WS-IND-ORG               PIC 9(002) VALUE ZEROS.
052000    03 WS-AGE-ESCOLHIDA         PIC 9(002) VALUE ZEROS.
052100    03 WS-AGE-EXCLUIDA          PIC 9(003) VALUE ZEROS.
052200    03 WS-ATENDE-ORG            PIC X(001) VALUE 'N'.
052300       88 WS-AGE-ATENDE-ORG           VALUE 'S'.
052400    03 WS-SAIDA-USADA           PIC X(001) OCCURS 8 TIMES.
052500    03 WS-TAB-AGE OCCURS 8 TIMES.
052600       05 WS-AGE-CODIGO         PIC 9(003).
052700       05 WS-AGE-NOME           PIC X(030).
052800       05 WS-AGE-SITUACAO       PIC X(001).
052900          88 WS-AGE-ATIVA               VALUE 'A'.
053000       05 WS-AGE-SAIDA          PIC 9(001).
053100       05 WS-AGE-CARTEIRA-MAX   PIC 9(007).
053200       05 WS-AGE-VALOR-MIN      PIC 9(011)V99.
053300       05 WS-AGE-VALOR-MAX      PIC 9(011)V99.
053400       05 WS-AGE-PERC-COMISSAO  PIC 9(002)V99.
053500       05 WS-AGE-PRAZO-DIAS     PIC 9(003).
053600       05 WS-AGE-QTDE-ORGS      PIC 9(002).
053700       05 WS-AGE-ORG            PIC 9(003) OCCURS 10 TIMES.
053800       05 WS-AGE-CARTEIRA       PIC 9(007).
053900       05 WS-AGE-QTDE-ENVIO     PIC 9(007).
054000       05 WS-AGE-HASH-ENVIO     PIC 9(015)V99.
054100*--FIM AGENCIAS DO CADASTRO--------------------------------------*
054200*
054300*------DESEMPENHO POR AGENCIA E ORG------------------------------*
054400 01 TABELA-DESEMPENHO.
054500    03 WS-QTDE-DES              PIC 9(004) VALUE ZEROS.
054600    03 WS-IND-DES               PIC 9(004) VALUE ZEROS.
054700    03 WS-ACHOU-DES             PIC X(001) VALUE 'N'.
054800       88 WS-DES-LOCALIZADO           VALUE 'S'.
054900    03 WS-DES-BUSCA.
055000       05 WS-DES-BUSCA-AGENCIA  PIC 9(003) VALUE ZEROS.
055100       05 WS-DES-BUSCA-ORG      PIC 9(003) VALUE ZEROS.
055200    03 WS-TAB-DES OCCURS 1000 TIMES.
055300       05 WS-DES-CHAVE.
055400          07 WS-DES-AGENCIA     PIC 9(003).
055500          07 WS-DES-ORG         PIC 9(003).
055600       05 WS-DES-IMPRESSO       PIC X(001).
055700       05 WS-DES-VALORES.
055800          07 WS-DES-ATIVAS      PIC 9(007).
055900          07 WS-DES-SALDO-ATIVO PIC 9(013)V99.
056000          07 WS-DES-NOVAS       PIC 9(007).
056100          07 WS-DES-SAIDAS      PIC 9(007).
056200          07 WS-DES-COLOCADO    PIC 9(013)V99.
056300          07 WS-DES-RECUPERADO  PIC 9(013)V99.
056400          07 WS-DES-RECUP-CICLO PIC 9(013)V99.
056500          07 WS-DES-COMISSAO    PIC 9(013)V99.
056600*----TOTAL DA AGENCIA (1) E TOTAL GERAL (2)----------------------*
056700    03 WS-TOTAIS-DES OCCURS 2 TIMES.
056800       05 WS-TOT-DES-ATIVAS     PIC 9(007).
056900       05 WS-TOT-DES-SALDO-ATIVO
057000                                PIC 9(013)V99.
057100       05 WS-TOT-DES-NOVAS      PIC 9(007).
057200       05 WS-TOT-DES-SAIDAS     PIC 9(007).
057300       05 WS-TOT-DES-COLOCADO   PIC 9(013)V99.
057400       05 WS-TOT-DES-RECUPERADO PIC 9(013)V99.
057500       05 WS-TOT-DES-RECUP-CICLO
057600                                PIC 9(013)V99.
057700       05 WS-TOT-DES-COMISSAO   PIC 9(013)V99.
057800*--FIM DESEMPENHO POR AGENCIA E ORG------------------------------*
057900*
058000*------REGISTROS DOS ARQUIVOS DE COLOCACAO DAS AGENCIAS----------*
058100 01 ENVCOB-REGISTROS.
058200    03 ENVCOB-HEADER.
058300       05 FILLER                PIC X(001) VALUE 'H'.
058400       05 ENVCOB-H-AGENCIA      PIC 9(003) VALUE ZEROS.
058500       05 ENVCOB-H-NOME         PIC X(030) VALUE SPACES.
058600       05 ENVCOB-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
058700       05 FILLER                PIC X(025) VALUE
058800       ' COBRANCA TERCEIRIZADA   '.
058900       05 FILLER                PIC X(054) VALUE SPACES.
059000    03 ENVCOB-DETALHE.
059100       05 FILLER                PIC X(001) VALUE 'D'.
059200       05 ENVCOB-D-TIPO-MOV     PIC X(001) VALUE SPACES.
059300       05 ENVCOB-D-AGENCIA      PIC 9(003) VALUE ZEROS.
059400       05 ENVCOB-D-ORG          PIC 9(003) VALUE ZEROS.
059500       05 ENVCOB-D-CONTA        PIC X(019) VALUE SPACES.
059600       05 ENVCOB-D-LOGO         PIC 9(003) VALUE ZEROS.
059700       05 ENVCOB-D-SALDO        PIC 9(011)V99 VALUE ZEROS.
059800       05 ENVCOB-D-DATA-COLOCACAO
059900                                PIC 9(007) VALUE ZEROS.
060000       05 ENVCOB-D-MOTIVO-RECOLHIMENTO
060100                                PIC X(001) VALUE SPACES.
060200       05 ENVCOB-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
060300       05 FILLER                PIC X(062) VALUE SPACES.
060400    03 ENVCOB-TRAILER.
060500       05 FILLER                PIC X(001) VALUE 'T'.
060600       05 ENVCOB-T-QTDE         PIC 9(007) VALUE ZEROS.
060700       05 ENVCOB-T-HASH         PIC 9(015)V99 VALUE ZEROS.
060800       05 FILLER                PIC X(095) VALUE SPACES.
060900*----FIM REGISTROS DOS ARQUIVOS DE COLOCACAO DAS AGENCIAS--------*
061000*----------------------------------------------------------------*
061100* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
061200*----------------------------------------------------------------*
061300 01 MONTADORES-DATA.
061400    03 WS-DATA-SYS.
061500       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
061600       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
061700       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
061800*----------------------------------------------------------------*
061900*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
062000*----------------------------------------------------------------*
062100*
062200     COPY AR00WS.
062300*
062400     COPY AMCRIO.
062500     COPY AMCRRL.
062600     COPY AMCRRB.
062700*
062800     COPY CCS302.
062900*
063000     COPY CCS301.
063100*
063200     COPY UUGJRNW.
063300*================================================================*
063400 PROCEDURE DIVISION.
063500*================================================================*
063600 ROTINA-PRINCIPAL.
063700     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
063800*
063900     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
064000*
064100     PERFORM CLASSIFICA-MOVIMENTOS
064200             THRU CLASSIFICA-MOVIMENTOS-FIM.
064300     PERFORM ABRIR-SAIDAS            THRU ABRIR-SAIDAS-FIM.
064400*
064500     PERFORM LER-COBANT              THRU LER-COBANT-FIM.
064600     PERFORM LER-TRNSORT             THRU LER-TRNSORT-FIM.
064700     PERFORM COTEJA                  THRU COTEJA-FIM
064800             UNTIL WS-CHAVE-MESTRE    = HIGH-VALUES
064900             AND   WS-CHAVE-MOVIMENTO = HIGH-VALUES.
065000*
065100     PERFORM GRAVA-TRAILERS          THRU GRAVA-TRAILERS-FIM.
065200     PERFORM IMPRIME-DESEMPENHO      THRU IMPRIME-DESEMPENHO-FIM.
065300     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
065400*
065500     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
065600*
065700     DISPLAY WS-IMPRIME-AGENCIAS.
065800     DISPLAY WS-IMPRIME-REJEITOS.
065900     DISPLAY WS-IMPRIME-SUPERIOR.
066000     DISPLAY WS-IMPRIME-RESOLVIDAS.
066100     DISPLAY WS-IMPRIME-RETORNOS.
066200     DISPLAY WS-IMPRIME-RET-RECUSADOS.
066250     DISPLAY WS-IMPRIME-RET-ATRASADOS.
066300     DISPLAY WS-IMPRIME-PAGAMENTOS.
066400     DISPLAY WS-IMPRIME-ACORDOS.
066500     DISPLAY WS-IMPRIME-DEVOLUCOES.
066600     DISPLAY WS-IMPRIME-QUITADAS.
066700     DISPLAY WS-IMPRIME-REC-RESOLVIDA.
066750     DISPLAY WS-IMPRIME-REC-FORA-REJEITO.
066800     DISPLAY WS-IMPRIME-REC-PRAZO.
066900     DISPLAY WS-IMPRIME-COLOCACOES.
067000     DISPLAY WS-IMPRIME-SEM-AGENCIA.
067100     DISPLAY WS-IMPRIME-FORA-CADASTRO.
067200     DISPLAY WS-IMPRIME-EM-COBRANCA.
067300     DISPLAY WS-IMPRIME-MESTRE.
067400     DISPLAY WS-IMPRIME-RES-RETORNO.
067500*
067600     MOVE 'UUGPB927'                 TO RUNJRN-WS-PROGRAMA.
067700     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-REJEITOS
067800                               + WS-CONT-RESOLVIDAS
067900                               + WS-CONT-RETORNOS
068000                               + WS-CONT-COBANT.
068100     MOVE WS-CONT-ENVIOS             TO RUNJRN-WS-SAIDA.
068200     MOVE WS-CONT-RET-RECUSADOS      TO RUNJRN-WS-REJEITOS.
068300     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
068400     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
068500*
068600     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
068700*
068800     STOP RUN.
068900*
069000 ROTINA-PRINCIPAL-FIM.
069100*
069200*------------------ABERTURA DE ARQUIVOS
069300 ABRIR-ARQUIVOS.
069400*----DATA DE PROCESSAMENTO DO AMCR (COLOCACAO E RECOLHIMENTO)-----
069500     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
069600     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
069700     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
069800     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
069900     MOVE ZEROS               TO AMCRIO-ORG.
070000     MOVE ZEROS               TO AMCRIO-LOGO.
070100     MOVE ZEROS               TO AMCRIO-REC-NBR.
070200     SET AMCRRB-READ-RANDOM          TO TRUE.
070300     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
070400     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
070500     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
070510     MOVE WS-JUL-AAAA                TO WS-ANO-TRABALHO.
070520     MOVE WS-JUL-DDD                 TO WS-DIA-ANO-TRAB.
070530     PERFORM CALCULA-DIA-ABSOLUTO
070540             THRU CALCULA-DIA-ABSOLUTO-FIM.
070550     MOVE WS-DIA-ABSOLUTO            TO WS-DIA-ABS-HOJE.
070600     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
070700     SET AMCRRB-CLOSE                TO TRUE.
070800     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
070900*
071000*----CADASTRO DE AGENCIAS: INVALIDO RECUSA O PROCESSAMENTO-------
071100     MOVE 'OPAG'              TO WS-ABEND-LOCATION.
071200     OPEN INPUT AGEMST.
071300     IF FS-AGEMST NOT EQUAL '00'
071400     ,  DISPLAY '**************************'
071500     ,  DISPLAY '** OPEN ERROR AGEMST     **'
071600     ,  DISPLAY '** STATUS = ' FS-AGEMST
071700     ,  DISPLAY '**************************'
071800     ,  MOVE 'ERRO OPEN AGEMS '   TO WS-ABENDMSG8
071900     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
072000     END-IF.
072100     MOVE 'N'                 TO WS-SAIDA-USADA(1)
072200                                 WS-SAIDA-USADA(2)
072300                                 WS-SAIDA-USADA(3)
072400                                 WS-SAIDA-USADA(4)
072500                                 WS-SAIDA-USADA(5)
072600                                 WS-SAIDA-USADA(6)
072700                                 WS-SAIDA-USADA(7)
072800                                 WS-SAIDA-USADA(8).
072900     PERFORM CARREGA-AGENCIA  THRU CARREGA-AGENCIA-FIM
073000             UNTIL FS-AGEMST = '10'.
073100     CLOSE AGEMST.
073200     IF WS-QTDE-AGE = ZEROS
073300     ,  MOVE 'CADASTRO DE AGENCIAS (AGEMST) VAZIO'
073400     ,                             TO WS-MOTIVO-RECUSA
073500     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
073600     END-IF.
073700*
073800*----MESTRE ANTERIOR: AUSENTE NA PRIMEIRA EXECUCAO. A 1A LEITURA-
073900*----APURA A CARTEIRA ATUAL DE CADA AGENCIA----------------------
074000     MOVE 'OPCA'              TO WS-ABEND-LOCATION.
074100     OPEN INPUT COBANT.
074200     IF FS-COBANT = '35'
074300     ,  MOVE 'S'                   TO WS-SEM-COBANT
074400     ELSE
074500     ,  IF FS-COBANT NOT EQUAL '00'
074600     ,  ,  DISPLAY '**************************'
074700     ,  ,  DISPLAY '** OPEN ERROR COBANT      **'
074800     ,  ,  DISPLAY '** STATUS = ' FS-COBANT
074900     ,  ,  DISPLAY '**************************'
075000     ,  ,  MOVE 'ERRO OPEN COBAN '   TO WS-ABENDMSG8
075100     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
075200     ,  END-IF
075300     ,  PERFORM APURA-CARTEIRA      THRU APURA-CARTEIRA-FIM
075400     ,          UNTIL FS-COBANT = '10'
075500     ,  CLOSE COBANT
075600     ,  MOVE 'OPC2'                 TO WS-ABEND-LOCATION
075700     ,  OPEN INPUT COBANT
075800     ,  IF FS-COBANT NOT EQUAL '00'
075900     ,  ,  DISPLAY '**************************'
076000     ,  ,  DISPLAY '** OPEN ERROR COBANT      **'
076100     ,  ,  DISPLAY '** STATUS = ' FS-COBANT
076200     ,  ,  DISPLAY '**************************'
076300     ,  ,  MOVE 'ERRO OPEN COBAN '   TO WS-ABENDMSG8
076400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
076500     ,  END-IF
076600     END-IF.
076700 ABRIR-ARQUIVOS-FIM. EXIT.
076800*------------------FIM DA ABERTURA DOS ARQUIVOS
076900*--------RECUSA DO PROCESSAMENTO (NADA E GRAVADO)----------------*
077000 RECUSA-PROCESSAMENTO.
077100     DISPLAY '*************************'.
077200     DISPLAY '** COBRANCA TERCEIRIZADA RECUSADA **'.
077300     DISPLAY '** MOTIVO........: ' WS-MOTIVO-RECUSA.
077400     DISPLAY '*************************'.
077500     MOVE 'UUGPB927'                TO RUNJRN-WS-PROGRAMA.
077600     MOVE ZEROS                     TO RUNJRN-WS-ENTRADA
077700                                       RUNJRN-WS-SAIDA
077800                                       RUNJRN-WS-REJEITOS.
077900     MOVE 12                        TO RUNJRN-WS-RETORNO.
078000     PERFORM GRAVA-RUN-JOURNAL      THRU GRAVA-RUN-JOURNAL-EXIT.
078100     MOVE 12                        TO RETURN-CODE.
078200     STOP RUN.
078300 RECUSA-PROCESSAMENTO-FIM. EXIT.
078400*--FIM RECUSA DO PROCESSAMENTO-----------------------------------*
078500*--------CARGA DO CADASTRO DE AGENCIAS---------------------------*
078600 CARREGA-AGENCIA.
078700     MOVE 'RDAG'                    TO WS-ABEND-LOCATION.
078800     READ AGEMST.
078900     IF FS-AGEMST NOT = ZEROS
079000     ,  IF FS-AGEMST NOT = 10
079100     ,  ,  DISPLAY '*************************'
079200     ,  ,  DISPLAY '**    READ AGEMST      **'
079300     ,  ,  DISPLAY '** STATUS = ' FS-AGEMST
079400     ,  ,  DISPLAY '*************************'
079500     ,  ,  MOVE 'ERRO READ AGEMS '  TO WS-ABENDMSG8
079600     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
079700     ,  END-IF
079800     ,  GO                          TO CARREGA-AGENCIA-FIM
079900     END-IF.
080000     IF WS-QTDE-AGE >= 8
080100     ,  MOVE 'AGEMST COM MAIS DE 8 AGENCIAS'
080200     ,                              TO WS-MOTIVO-RECUSA
080300     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
080400     END-IF.
080500     IF AGEMST-CODIGO NOT NUMERIC
080600     OR AGEMST-CODIGO = ZEROS
080700     OR AGEMST-SAIDA NOT NUMERIC
080800     OR AGEMST-SAIDA = ZEROS
080900     OR AGEMST-SAIDA > 8
081000     OR AGEMST-CARTEIRA-MAX NOT NUMERIC
081100     OR AGEMST-VALOR-MIN NOT NUMERIC
081200     OR AGEMST-VALOR-MAX NOT NUMERIC
081300     OR AGEMST-PERC-COMISSAO NOT NUMERIC
081400     OR AGEMST-PRAZO-DIAS NOT NUMERIC
081500     OR AGEMST-PRAZO-DIAS = ZEROS
081600     OR AGEMST-QTDE-ORGS NOT NUMERIC
081700     OR AGEMST-QTDE-ORGS = ZEROS
081800     OR AGEMST-QTDE-ORGS > 10
081900     OR AGEMST-ORGS NOT NUMERIC
082000     OR (NOT AGEMST-ATIVA AND NOT AGEMST-INATIVA)
082100     ,  MOVE 'AGEMST COM REGISTRO INVALIDO'
082200     ,                              TO WS-MOTIVO-RECUSA
082300     ,  DISPLAY '** AGENCIA INVALIDA: ' AGEMST-REGISTRO(1:33)
082400     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
082500     END-IF.
082600     IF WS-SAIDA-USADA(AGEMST-SAIDA) = 'S'
082700     ,  MOVE 'AGEMST COM ARQUIVO DE SAIDA REPETIDO'
082800     ,                              TO WS-MOTIVO-RECUSA
082900     ,  DISPLAY '** AGENCIA ' AGEMST-CODIGO ' SAIDA '
083000     ,          AGEMST-SAIDA
083100     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
083200     END-IF.
083300     MOVE 'S'                  TO WS-SAIDA-USADA(AGEMST-SAIDA).
083400     MOVE AGEMST-CODIGO             TO WS-DES-BUSCA-AGENCIA.
083500     PERFORM LOCALIZA-AGENCIA       THRU LOCALIZA-AGENCIA-FIM.
083600     IF WS-IND-AGE NOT = ZEROS
083700     ,  MOVE 'AGEMST COM AGENCIA REPETIDA'
083800     ,                              TO WS-MOTIVO-RECUSA
083900     ,  DISPLAY '** AGENCIA ' AGEMST-CODIGO
084000     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
084100     END-IF.
084200     ADD 1                          TO WS-QTDE-AGE.
084300     MOVE WS-QTDE-AGE               TO WS-IND-AGE.
084400     MOVE AGEMST-CODIGO        TO WS-AGE-CODIGO(WS-IND-AGE).
084500     MOVE AGEMST-NOME          TO WS-AGE-NOME(WS-IND-AGE).
084600     MOVE AGEMST-SITUACAO      TO WS-AGE-SITUACAO(WS-IND-AGE).
084700     MOVE AGEMST-SAIDA         TO WS-AGE-SAIDA(WS-IND-AGE).
084800     MOVE AGEMST-CARTEIRA-MAX  TO WS-AGE-CARTEIRA-MAX(WS-IND-AGE).
084900     MOVE AGEMST-VALOR-MIN     TO WS-AGE-VALOR-MIN(WS-IND-AGE).
085000     MOVE AGEMST-VALOR-MAX     TO WS-AGE-VALOR-MAX(WS-IND-AGE).
085100     MOVE AGEMST-PERC-COMISSAO
085200                          TO WS-AGE-PERC-COMISSAO(WS-IND-AGE).
085300     MOVE AGEMST-PRAZO-DIAS    TO WS-AGE-PRAZO-DIAS(WS-IND-AGE).
085400     MOVE AGEMST-QTDE-ORGS     TO WS-AGE-QTDE-ORGS(WS-IND-AGE).
085500     MOVE ZEROS                TO WS-AGE-CARTEIRA(WS-IND-AGE)
085600                                  WS-AGE-QTDE-ENVIO(WS-IND-AGE)
085700                                  WS-AGE-HASH-ENVIO(WS-IND-AGE).
085800     PERFORM CARREGA-ORG-AGENCIA   THRU CARREGA-ORG-AGENCIA-FIM
085900             VARYING WS-IND-ORG FROM 1 BY 1
086000             UNTIL WS-IND-ORG > 10.
086100 CARREGA-AGENCIA-FIM. EXIT.
086200*
086300 CARREGA-ORG-AGENCIA.
086400     MOVE AGEMST-ORG-ATENDIDA(WS-IND-ORG)
086500                         TO WS-AGE-ORG(WS-IND-AGE, WS-IND-ORG).
086600 CARREGA-ORG-AGENCIA-FIM. EXIT.
086700*
086800*----LOCALIZA A AGENCIA PELO CODIGO (ZERO = NAO CADASTRADA)------*
086900 LOCALIZA-AGENCIA.
087000     MOVE ZEROS                     TO WS-IND-AGE.
087100     PERFORM PROCURA-AGENCIA        THRU PROCURA-AGENCIA-FIM
087200             VARYING WS-IND-AGE-AUX FROM 1 BY 1
087300             UNTIL WS-IND-AGE-AUX > WS-QTDE-AGE
087400             OR    WS-IND-AGE NOT = ZEROS.
087500 LOCALIZA-AGENCIA-FIM. EXIT.
087600 PROCURA-AGENCIA.
087700     IF WS-AGE-CODIGO(WS-IND-AGE-AUX) = WS-DES-BUSCA-AGENCIA
087800     ,  MOVE WS-IND-AGE-AUX          TO WS-IND-AGE
087900     END-IF.
088000 PROCURA-AGENCIA-FIM. EXIT.
088100*
088200*----CARTEIRA ATUAL: CONTAS QUE AINDA ESTAO COM CADA AGENCIA-----*
088300 APURA-CARTEIRA.
088400     MOVE 'RDC1'                    TO WS-ABEND-LOCATION.
088500     READ COBANT.
088600     IF FS-COBANT NOT = ZEROS
088700     ,  IF FS-COBANT NOT = 10
088800     ,  ,  DISPLAY '*************************'
088900     ,  ,  DISPLAY '**    READ COBANT      **'
089000     ,  ,  DISPLAY '** STATUS = ' FS-COBANT
089100     ,  ,  DISPLAY '*************************'
089200     ,  ,  MOVE 'ERRO READ COBAN '  TO WS-ABENDMSG8
089300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
089400     ,  END-IF
089500     ,  GO                          TO APURA-CARTEIRA-FIM
089600     END-IF.
089700     IF NOT COBANT-NA-AGENCIA
089800     ,  GO                          TO APURA-CARTEIRA-FIM
089900     END-IF.
090000     MOVE COBANT-AGENCIA            TO WS-DES-BUSCA-AGENCIA.
090100     PERFORM LOCALIZA-AGENCIA       THRU LOCALIZA-AGENCIA-FIM.
090200     IF WS-IND-AGE NOT = ZEROS
090300     ,  ADD 1                  TO WS-AGE-CARTEIRA(WS-IND-AGE)
090400     END-IF.
090500 APURA-CARTEIRA-FIM. EXIT.
090600*--FIM CARGA DO CADASTRO DE AGENCIAS-----------------------------*
090700*----MOVIMENTOS DO CICLO (RETORNOS DAS AGENCIAS, RESOLVIDAS E----*
090800*----REJEITOS) GRAVADOS E CLASSIFICADOS POR ORG/CONTA/TIPO-------*
090900 CLASSIFICA-MOVIMENTOS.
091000     MOVE 'OPMV'              TO WS-ABEND-LOCATION.
091100     OPEN INPUT REJCOB RESCOB.
091200     IF FS-REJCOB NOT EQUAL '00'
091300     OR FS-RESCOB NOT EQUAL '00'
091400     ,  DISPLAY '**************************'
091500     ,  DISPLAY '** OPEN ERROR MOVIMENTOS **'
091600     ,  DISPLAY '** REJCOB = ' FS-REJCOB ' RESCOB = ' FS-RESCOB
091700     ,  DISPLAY '**************************'
091800     ,  MOVE 'ERRO OPEN MOVIM '   TO WS-ABENDMSG8
091900     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
092000     END-IF.
092100*----RETORNO DAS AGENCIAS E MENSAL: AUSENTE NOS DEMAIS CICLOS-----
092200     MOVE 'OPRT'              TO WS-ABEND-LOCATION.
092300     OPEN INPUT COBRET.
092400     IF FS-COBRET = '35'
092500     ,  MOVE 'S'                   TO WS-SEM-COBRET
092600     ,  MOVE '10'                  TO FS-COBRET
092700     ,  DISPLAY '** COBRET NAO INFORMADO - SEM RETORNOS **'
092800     ELSE
092900     ,  IF FS-COBRET NOT EQUAL '00'
093000     ,  ,  DISPLAY '**************************'
093100     ,  ,  DISPLAY '** OPEN ERROR COBRET      **'
093200     ,  ,  DISPLAY '** STATUS = ' FS-COBRET
093300     ,  ,  DISPLAY '**************************'
093400     ,  ,  MOVE 'ERRO OPEN COBRE '   TO WS-ABENDMSG8
093500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
093600     ,  END-IF
093700     END-IF.
093800     MOVE 'OPCT'              TO WS-ABEND-LOCATION.
093900     OPEN OUTPUT COBTRN.
094000     IF FS-COBTRN NOT EQUAL '00'
094100     ,  DISPLAY '**************************'
094200     ,  DISPLAY '** OPEN ERROR COBTRN     **'
094300     ,  DISPLAY '** STATUS = ' FS-COBTRN
094400     ,  DISPLAY '**************************'
094500     ,  MOVE 'ERRO OPEN COBTR '   TO WS-ABENDMSG8
094600     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
094700     END-IF.
094800*
094803*----EXECUCAO CORRENTE DO UUGPB912 (REGISTRO DE CONTROLE)--------*
094806     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
094809     OPEN INPUT HISTMST.
094812     IF FS-HISTMST NOT EQUAL '00'
094815     ,  DISPLAY '**************************'
094818     ,  DISPLAY '** OPEN ERROR HISTMST    **'
094821     ,  DISPLAY '** STATUS = ' FS-HISTMST
094824     ,  DISPLAY '**************************'
094827     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
094830     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
094833     END-IF.
094836     MOVE ZEROS                     TO HISTMST-ORG.
094839     MOVE SPACES                    TO HISTMST-CONTA.
094842     MOVE 'RDHC'                    TO WS-ABEND-LOCATION.
094845     READ HISTMST.
094848     IF FS-HISTMST NOT = '00'
094851     ,  DISPLAY '*************************'
094854     ,  DISPLAY '**  READ HISTMST CTRL  **'
094857     ,  DISPLAY '** STATUS = ' FS-HISTMST
094860     ,  DISPLAY '*************************'
094863     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
094866     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
094869     END-IF.
094872     MOVE HISTMST-NUM-EXECUCAO      TO WS-EXECUCAO-CICLO.
094875     CLOSE HISTMST.
094878*
094900     PERFORM CARREGA-RETORNO    THRU CARREGA-RETORNO-FIM
095000             UNTIL FS-COBRET = '10'.
095100     PERFORM CARREGA-RESOLVIDA  THRU CARREGA-RESOLVIDA-FIM
095200             UNTIL FS-RESCOB = '10'.
095300     PERFORM CARREGA-REJEITO    THRU CARREGA-REJEITO-FIM
095400             UNTIL FS-REJCOB = '10'.
095500     IF NOT WS-COBRET-AUSENTE
095600     ,  CLOSE COBRET
095700     END-IF.
095800     CLOSE REJCOB RESCOB COBTRN.
095900*
096000*----NA MESMA CONTA: PAGAMENTO/ACORDO, DEVOLUCAO, RESOLVIDA E----
096100*----REJEITO, NESTA ORDEM, E OS RETORNOS PELA DATA----------------
096200     MOVE 'SRT1'                     TO WS-ABEND-LOCATION.
096300     SORT CLASSIF ON ASCENDING KEY CLASSIF-ORG
096400                                   CLASSIF-CONTA
096500                                   CLASSIF-TIPO
096600                                   CLASSIF-DATA
096700          USING  COBTRN
096800          GIVING TRNSORT.
096900*
097000     MOVE 'OPTS'              TO WS-ABEND-LOCATION.
097100     OPEN INPUT TRNSORT.
097200     IF FS-TRNSORT NOT EQUAL '00'
097300     ,  DISPLAY '**************************'
097400     ,  DISPLAY '** OPEN ERROR TRNSORT    **'
097500     ,  DISPLAY '** STATUS = ' FS-TRNSORT
097600     ,  DISPLAY '**************************'
097700     ,  MOVE 'ERRO OPEN TRNSO '   TO WS-ABENDMSG8
097800     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
097900     END-IF.
098000 CLASSIFICA-MOVIMENTOS-FIM. EXIT.
098100*
098200*----RETORNO DA AGENCIA: PAGAMENTO, ACORDO OU DEVOLUCAO----------*
098300 CARREGA-RETORNO.
098400     MOVE 'RDCR'                    TO WS-ABEND-LOCATION.
098500     READ COBRET.
098600     IF FS-COBRET NOT = ZEROS
098700     ,  IF FS-COBRET NOT = 10
098800     ,  ,  DISPLAY '*************************'
098900     ,  ,  DISPLAY '**    READ COBRET      **'
099000     ,  ,  DISPLAY '** STATUS = ' FS-COBRET
099100     ,  ,  DISPLAY '*************************'
099200     ,  ,  MOVE 'ERRO READ COBRE '  TO WS-ABENDMSG8
099300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
099400     ,  END-IF
099500     ,  GO                          TO CARREGA-RETORNO-FIM
099600     END-IF.
099700     ADD 1                          TO WS-CONT-RETORNOS.
099800     IF COBRET-AGENCIA NOT NUMERIC
099900     OR COBRET-ORG NOT NUMERIC
100000     OR COBRET-DATA NOT NUMERIC
100100     OR COBRET-VALOR NOT NUMERIC
100200     OR (NOT COBRET-PAGAMENTO AND NOT COBRET-ACORDO
100300         AND NOT COBRET-DEVOLUCAO)
100400     ,  ADD 1                       TO WS-CONT-RET-RECUSADOS
100500     ,  DISPLAY '** RETORNO INVALIDO: ' COBRET-REGISTRO(1:47)
100600     ,  IF WS-RETORNO-FINAL < 4
100700     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
100800     ,  END-IF
100900     ,  GO                          TO CARREGA-RETORNO-FIM
101000     END-IF.
101100     MOVE SPACES                    TO COBTRN-REGISTRO.
101200     MOVE COBRET-ORG                TO COBTRN-ORG.
101300     MOVE COBRET-CONTA              TO COBTRN-CONTA.
101400     IF COBRET-DEVOLUCAO
101500     ,  MOVE '2'                    TO COBTRN-TIPO
101600     ELSE
101700     ,  MOVE '1'                    TO COBTRN-TIPO
101800     END-IF.
101900     MOVE COBRET-DATA               TO COBTRN-DATA.
102000     MOVE COBRET-AGENCIA            TO COBTRN-AGENCIA.
102100     MOVE COBRET-TIPO               TO COBTRN-TIPO-RETORNO.
102200     MOVE COBRET-VALOR              TO COBTRN-VALOR.
102300     MOVE ZEROS                     TO COBTRN-LOGO.
102400     PERFORM GRAVA-COBTRN           THRU GRAVA-COBTRN-FIM.
102500 CARREGA-RETORNO-FIM. EXIT.
102600*
102700*----JORNAL DO UUGPB912: CONTA EXCLUIDA DO HISTMST = RESOLVIDA---*
102750*----(SO AS EXCLUSOES GRAVADAS PELA EXECUCAO CORRENTE)-----------*
102800 CARREGA-RESOLVIDA.
102900     MOVE 'RDRC'                    TO WS-ABEND-LOCATION.
103000     READ RESCOB.
103100     IF FS-RESCOB NOT = ZEROS
103200     ,  IF FS-RESCOB NOT = 10
103300     ,  ,  DISPLAY '*************************'
103400     ,  ,  DISPLAY '**    READ RESCOB      **'
103500     ,  ,  DISPLAY '** STATUS = ' FS-RESCOB
103600     ,  ,  DISPLAY '*************************'
103700     ,  ,  MOVE 'ERRO READ RESCO '  TO WS-ABENDMSG8
103800     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
103900     ,  END-IF
104000     ,  GO                          TO CARREGA-RESOLVIDA-FIM
104100     END-IF.
104200     IF NOT HISTANT-OPER-EXCLUSAO
104300     OR NOT HISTANT-ATIVO
104350     OR HISTANT-NUM-EXECUCAO NOT = WS-EXECUCAO-CICLO
104400     ,  GO                          TO CARREGA-RESOLVIDA-FIM
104500     END-IF.
104600     ADD 1                          TO WS-CONT-RESOLVIDAS.
104700     MOVE SPACES                    TO COBTRN-REGISTRO.
104800     MOVE HISTANT-IMG-ORG           TO COBTRN-ORG.
104900     MOVE HISTANT-IMG-CONTA         TO COBTRN-CONTA.
105000     MOVE '3'                       TO COBTRN-TIPO.
105100     MOVE ZEROS                     TO COBTRN-DATA
105200                                       COBTRN-AGENCIA
105300                                       COBTRN-VALOR
105400                                       COBTRN-LOGO.
105500     PERFORM GRAVA-COBTRN           THRU GRAVA-COBTRN-FIM.
105600 CARREGA-RESOLVIDA-FIM. EXIT.
105700*
105800*----REJEITO DO UUGPB910: SO O SALDO SUPERIOR AO LIMITE----------*
105900 CARREGA-REJEITO.
106000     MOVE 'RDRJ'                    TO WS-ABEND-LOCATION.
106100     READ REJCOB.
106200     IF FS-REJCOB NOT = ZEROS
106300     ,  IF FS-REJCOB NOT = 10
106400     ,  ,  DISPLAY '*************************'
106500     ,  ,  DISPLAY '**    READ REJCOB      **'
106600     ,  ,  DISPLAY '** STATUS = ' FS-REJCOB
106700     ,  ,  DISPLAY '*************************'
106800     ,  ,  MOVE 'ERRO READ REJCO '  TO WS-ABENDMSG8
106900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
107000     ,  END-IF
107100     ,  GO                          TO CARREGA-REJEITO-FIM
107200     END-IF.
107300     ADD 1                          TO WS-CONT-REJEITOS.
107400     IF REJCOB-MOTIVO NOT = 'SALDO SUPERIOR AO LIMITE'
107500     ,  GO                          TO CARREGA-REJEITO-FIM
107600     END-IF.
107700     ADD 1                          TO WS-CONT-SUPERIOR.
107800     MOVE SPACES                    TO COBTRN-REGISTRO.
107900     MOVE REJCOB-ORG                TO COBTRN-ORG.
108000     MOVE REJCOB-CONTA              TO COBTRN-CONTA.
108100     MOVE '4'                       TO COBTRN-TIPO.
108200     MOVE ZEROS                     TO COBTRN-DATA
108300                                       COBTRN-AGENCIA.
108400     MOVE REJCOB-SALDO-CONTA        TO COBTRN-VALOR.
108500     MOVE REJCOB-LOGO               TO COBTRN-LOGO.
108600     PERFORM GRAVA-COBTRN           THRU GRAVA-COBTRN-FIM.
108700 CARREGA-REJEITO-FIM. EXIT.
108800*
108900 GRAVA-COBTRN.
109000     MOVE 'GRCT'                    TO WS-ABEND-LOCATION.
109100     WRITE COBTRN-REGISTRO.
109200     IF FS-COBTRN NOT = '00'
109300     ,  DISPLAY '*************************'
109400     ,  DISPLAY '**   WRITE COBTRN      **'
109500     ,  DISPLAY '** STATUS = ' FS-COBTRN
109600     ,  DISPLAY '*************************'
109700     ,  MOVE 'ERRO WRIT COBTR '     TO WS-ABENDMSG8
109800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
109900     END-IF.
110000     ADD 1                          TO WS-CONT-COBTRN.
110100 GRAVA-COBTRN-FIM. EXIT.
110200*--FIM MOVIMENTOS DO CICLO---------------------------------------*
110300*------------------ABERTURA DAS SAIDAS
110400 ABRIR-SAIDAS.
110500     MOVE 'OPCN'              TO WS-ABEND-LOCATION.
110600     OPEN OUTPUT COBNOV.
110700     IF FS-COBNOV NOT EQUAL '00'
110800     ,  DISPLAY '**************************'
110900     ,  DISPLAY '** OPEN ERROR COBNOV     **'
111000     ,  DISPLAY '** STATUS = ' FS-COBNOV
111100     ,  DISPLAY '**************************'
111200     ,  MOVE 'ERRO OPEN COBNO '   TO WS-ABENDMSG8
111300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
111400     END-IF.
111500*
111600*----UM ARQUIVO POR AGENCIA: AS SAIDAS SEM AGENCIA FICAM VAZIAS--
111700     MOVE 'OPEV'              TO WS-ABEND-LOCATION.
111800     OPEN OUTPUT ENVAG01 ENVAG02 ENVAG03 ENVAG04
111900                 ENVAG05 ENVAG06 ENVAG07 ENVAG08.
112000     IF FS-ENVAG01 NOT EQUAL '00'
112100     OR FS-ENVAG02 NOT EQUAL '00'
112200     OR FS-ENVAG03 NOT EQUAL '00'
112300     OR FS-ENVAG04 NOT EQUAL '00'
112400     OR FS-ENVAG05 NOT EQUAL '00'
112500     OR FS-ENVAG06 NOT EQUAL '00'
112600     OR FS-ENVAG07 NOT EQUAL '00'
112700     OR FS-ENVAG08 NOT EQUAL '00'
112800     ,  DISPLAY '**************************'
112900     ,  DISPLAY '** OPEN ERROR ENVAG01-08 **'
113000     ,  DISPLAY '** STATUS = ' FS-ENVAG01 ' ' FS-ENVAG02 ' '
113100     ,          FS-ENVAG03 ' ' FS-ENVAG04 ' ' FS-ENVAG05 ' '
113200     ,          FS-ENVAG06 ' ' FS-ENVAG07 ' ' FS-ENVAG08
113300     ,  DISPLAY '**************************'
113400     ,  MOVE 'ERRO OPEN ENVAG '   TO WS-ABENDMSG8
113500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
113600     END-IF.
113700*
113800     MOVE 'OPRC'              TO WS-ABEND-LOCATION.
113900     OPEN OUTPUT RELCOB.
114000     IF FS-RELCOB NOT EQUAL '00'
114100     ,  DISPLAY '**************************'
114200     ,  DISPLAY '** OPEN ERROR RELCOB     **'
114300     ,  DISPLAY '** STATUS = ' FS-RELCOB
114400     ,  DISPLAY '**************************'
114500     ,  MOVE 'ERRO OPEN RELCO '   TO WS-ABENDMSG8
114600     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
114700     END-IF.
114800*
114900     MOVE WS-DATA-JULIANA     TO ENVCOB-H-DATA-JULIANA
115000                                 ENVCOB-D-DATA-JULIANA.
115100     PERFORM GRAVA-HEADER     THRU GRAVA-HEADER-FIM
115200             VARYING WS-IND-AGE FROM 1 BY 1
115300             UNTIL WS-IND-AGE > WS-QTDE-AGE.
115400 ABRIR-SAIDAS-FIM. EXIT.
115500*
115600 GRAVA-HEADER.
115700     MOVE 'GRHD'                    TO WS-ABEND-LOCATION.
115800     MOVE WS-AGE-CODIGO(WS-IND-AGE) TO ENVCOB-H-AGENCIA.
115900     MOVE WS-AGE-NOME(WS-IND-AGE)   TO ENVCOB-H-NOME.
116000     MOVE ENVCOB-HEADER             TO WS-ENVIO-LINHA.
116100     MOVE WS-AGE-SAIDA(WS-IND-AGE)  TO WS-SAIDA-ATUAL.
116200     PERFORM GRAVA-ENVAG            THRU GRAVA-ENVAG-FIM.
116300 GRAVA-HEADER-FIM. EXIT.
116400*------------------FIM DA ABERTURA DAS SAIDAS
116500*--------------LEITURA DO MESTRE ANTERIOR------------------------*
116600 LER-COBANT.
116700     IF WS-COBANT-AUSENTE
116800     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MESTRE
116900     ,  GO                          TO LER-COBANT-FIM
117000     END-IF.
117100     MOVE 'RDCA'                    TO WS-ABEND-LOCATION.
117200     READ COBANT.
117300     IF FS-COBANT NOT = ZEROS
117400     ,  IF FS-COBANT NOT = 10
117500     ,  ,  DISPLAY '*************************'
117600     ,  ,  DISPLAY '**    READ COBANT      **'
117700     ,  ,  DISPLAY '** STATUS = ' FS-COBANT
117800     ,  ,  DISPLAY '*************************'
117900     ,  ,  MOVE 'ERRO READ COBAN '  TO WS-ABENDMSG8
118000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
118100     ,  END-IF
118200     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MESTRE
118300     ,  GO                          TO LER-COBANT-FIM
118400     END-IF.
118500     IF COBANT-ORG   < WS-CHAVE-MST-ORG
118600     OR  COBANT-ORG  = WS-CHAVE-MST-ORG
118700     AND COBANT-CONTA NOT > WS-CHAVE-MST-CONTA
118800     AND WS-CONT-COBANT > ZEROS
118900     ,  DISPLAY '*************************'
119000     ,  DISPLAY '** COBANT FORA DE SEQUENCIA ORG/CONTA **'
119100     ,  DISPLAY '** ORG   ANTERIOR.: ' WS-CHAVE-MST-ORG
119200     ,  DISPLAY '** CONTA ANTERIOR.: ' WS-CHAVE-MST-CONTA
119300     ,  DISPLAY '** ORG   ATUAL....: ' COBANT-ORG
119400     ,  DISPLAY '** CONTA ATUAL....: ' COBANT-CONTA
119500     ,  DISPLAY '*************************'
119600     ,  MOVE 'COBANT FORA SEQ '     TO WS-ABENDMSG8
119700     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
119800     END-IF.
119900     ADD 1                          TO WS-CONT-COBANT.
120000     MOVE COBANT-ORG                TO WS-CHAVE-MST-ORG.
120100     MOVE COBANT-CONTA              TO WS-CHAVE-MST-CONTA.
120200 LER-COBANT-FIM. EXIT.
120300*------------FIM LEITURA DO MESTRE ANTERIOR----------------------*
120400*--------------LEITURA DOS MOVIMENTOS CLASSIFICADOS--------------*
120500 LER-TRNSORT.
120600     MOVE 'RDTS'                    TO WS-ABEND-LOCATION.
120700     READ TRNSORT.
120800     IF FS-TRNSORT NOT = ZEROS
120900     ,  IF FS-TRNSORT NOT = 10
121000     ,  ,  DISPLAY '*************************'
121100     ,  ,  DISPLAY '**    READ TRNSORT     **'
121200     ,  ,  DISPLAY '** STATUS = ' FS-TRNSORT
121300     ,  ,  DISPLAY '*************************'
121400     ,  ,  MOVE 'ERRO READ TRNSO '  TO WS-ABENDMSG8
121500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
121600     ,  END-IF
121700     ,  MOVE HIGH-VALUES            TO WS-CHAVE-MOVIMENTO
121800     ,  GO                          TO LER-TRNSORT-FIM
121900     END-IF.
122000     ADD 1                          TO WS-CONT-MOVIMENTOS.
122100     MOVE TRNSORT-ORG               TO WS-CHAVE-MOV-ORG.
122200     MOVE TRNSORT-CONTA             TO WS-CHAVE-MOV-CONTA.
122300 LER-TRNSORT-FIM. EXIT.
122400*------------FIM LEITURA DOS MOVIMENTOS CLASSIFICADOS------------*
122500*----COTEJAMENTO MESTRE ANTERIOR X MOVIMENTOS POR ORG/CONTA------*
122600 COTEJA.
122700     MOVE WS-CHAVE-MESTRE           TO WS-CHAVE-MINIMA.
122800     IF WS-CHAVE-MOVIMENTO < WS-CHAVE-MINIMA
122900     ,  MOVE WS-CHAVE-MOVIMENTO     TO WS-CHAVE-MINIMA
123000     END-IF.
123100     MOVE 'N'                       TO WS-IND-RESOLVIDA
123200                                       WS-IND-REJEITO.
123300     MOVE ZEROS                     TO WS-IND-AGE.
123400*
123500     IF WS-CHAVE-MESTRE = WS-CHAVE-MINIMA
123600     ,  MOVE COBANT-REGISTRO        TO COBMST-REGISTRO
123610     ,  IF COBMST-RECUP-ANTERIOR NOT NUMERIC
123620     ,  OR COBMST-COMIS-ANTERIOR NOT NUMERIC
123622     ,  OR COBMST-COLOC-ANTERIOR NOT NUMERIC
123624     ,  OR COBMST-SAIDA-ANTERIOR NOT NUMERIC
123626     ,  OR COBMST-PERC-ANTERIOR NOT NUMERIC
123630     ,  ,  MOVE ZEROS               TO COBMST-RECUP-ANTERIOR
123640     ,  ,                              COBMST-COMIS-ANTERIOR
123642     ,  ,                              COBMST-COLOC-ANTERIOR
123644     ,  ,                              COBMST-SAIDA-ANTERIOR
123646     ,  ,                              COBMST-PERC-ANTERIOR
123650     ,  END-IF
123700     ,  MOVE 'S'                    TO WS-EXISTE-MESTRE
123800     ,  MOVE COBMST-AGENCIA         TO WS-DES-BUSCA-AGENCIA
123900     ,  PERFORM LOCALIZA-AGENCIA    THRU LOCALIZA-AGENCIA-FIM
124000     ,  PERFORM LER-COBANT          THRU LER-COBANT-FIM
124100     ELSE
124200     ,  MOVE SPACES                 TO COBMST-REGISTRO
124300     ,  MOVE 'N'                    TO WS-EXISTE-MESTRE
124400     END-IF.
124500*
124600     PERFORM APLICA-MOVIMENTO       THRU APLICA-MOVIMENTO-FIM
124700             UNTIL WS-CHAVE-MOVIMENTO NOT = WS-CHAVE-MINIMA.
124800*
124900     PERFORM AVALIA-SITUACAO        THRU AVALIA-SITUACAO-FIM.
125000     IF WS-CONTA-NO-MESTRE
125100     ,  PERFORM GRAVA-COBNOV        THRU GRAVA-COBNOV-FIM
125200     END-IF.
125300 COTEJA-FIM. EXIT.
125400*-FIM COTEJAMENTO MESTRE ANTERIOR X MOVIMENTOS POR ORG/CONTA-----*
125500*----APLICA UM MOVIMENTO DA CONTA (NA ORDEM DO TIPO)-------------*
125600 APLICA-MOVIMENTO.
125700     IF TRNSORT-RETORNO
125800     ,  PERFORM TRATA-RETORNO       THRU TRATA-RETORNO-FIM
125900     ELSE
126000     ,  IF TRNSORT-RESOLVIDA
126100     ,  ,  MOVE 'S'                 TO WS-IND-RESOLVIDA
126200     ,  ELSE
126300     ,  ,  MOVE 'S'                 TO WS-IND-REJEITO
126400     ,  ,  MOVE TRNSORT-VALOR       TO WS-SALDO-REJEITO
126500     ,  ,  MOVE TRNSORT-LOGO        TO WS-LOGO-REJEITO
126600     ,  END-IF
126700     END-IF.
126800     PERFORM LER-TRNSORT            THRU LER-TRNSORT-FIM.
126900 APLICA-MOVIMENTO-FIM. EXIT.
127000*
127100*----RETORNO DA AGENCIA: SO PARA CONTA QUE ESTA COM ELA, OU QUE--*
127150*----ESTEVE COM ELA ATE A DATA DO RETORNO------------------------*
127200 TRATA-RETORNO.
127300     IF NOT WS-CONTA-NO-MESTRE
127400     OR NOT COBMST-NA-AGENCIA
127500     OR TRNSORT-AGENCIA NOT = COBMST-AGENCIA
127510     ,  PERFORM VERIFICA-RETORNO-ATRASADO
127520     ,          THRU VERIFICA-RETORNO-ATRASADO-FIM
127530     ,  IF WS-RETORNO-ATRASADO
127540     ,  ,  PERFORM CREDITA-RETORNO-ATRASADO
127550     ,  ,          THRU CREDITA-RETORNO-ATRASADO-FIM
127560     ,  ,  GO                       TO TRATA-RETORNO-FIM
127570     ,  END-IF
127600     ,  ADD 1                       TO WS-CONT-RET-RECUSADOS
127700     ,  DISPLAY '** RETORNO SEM COLOCACAO: AGENCIA '
127800     ,          TRNSORT-AGENCIA ' ORG ' TRNSORT-ORG
127900     ,          ' CONTA ' TRNSORT-CONTA
128000     ,          ' TIPO ' TRNSORT-TIPO-RETORNO
128100     ,  IF WS-RETORNO-FINAL < 4
128200     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
128300     ,  END-IF
128400     ,  GO                          TO TRATA-RETORNO-FIM
128500     END-IF.
128600     MOVE TRNSORT-DATA              TO COBMST-DATA-ULT-RETORNO.
128700     MOVE COBMST-AGENCIA            TO WS-DES-BUSCA-AGENCIA.
128800     MOVE COBMST-ORG                TO WS-DES-BUSCA-ORG.
128900     PERFORM LOCALIZA-DESEMPENHO    THRU LOCALIZA-DESEMPENHO-FIM.
129000*----PAGAMENTO: COMISSAO PELO PERCENTUAL DA COLOCACAO------------*
129100     IF TRNSORT-PAGAMENTO
129200     ,  ADD TRNSORT-VALOR           TO COBMST-VALOR-RECUPERADO
129300     ,  COMPUTE WS-VALOR-COMISSAO ROUNDED =
129400     ,          TRNSORT-VALOR * COBMST-PERC-COMISSAO / 100
129500     ,  ADD WS-VALOR-COMISSAO       TO COBMST-COMISSAO
129600     ,  ADD TRNSORT-VALOR     TO WS-DES-RECUP-CICLO(WS-IND-DES)
129700     ,  ADD WS-VALOR-COMISSAO TO WS-DES-COMISSAO(WS-IND-DES)
129800     ,  ADD 1                       TO WS-CONT-PAGAMENTOS
129900     ,  ADD TRNSORT-VALOR           TO WS-VALOR-PAGAMENTOS
130000     ,  IF COBMST-VALOR-RECUPERADO NOT < COBMST-SALDO-COLOCADO
130100     ,  ,  MOVE 'Q'                 TO COBMST-SITUACAO
130200     ,  ,  ADD 1                    TO WS-CONT-QUITADAS
130300     ,  ,  PERFORM ENCERRA-COLOCACAO
130400     ,  ,          THRU ENCERRA-COLOCACAO-FIM
130500     ,  END-IF
130600     ,  GO                          TO TRATA-RETORNO-FIM
130700     END-IF.
130800     IF TRNSORT-ACORDO
130900     ,  MOVE TRNSORT-VALOR          TO COBMST-VALOR-ACORDO
131000     ,  MOVE 'C'                    TO COBMST-SITUACAO
131100     ,  ADD 1                       TO WS-CONT-ACORDOS
131200     ,  GO                          TO TRATA-RETORNO-FIM
131300     END-IF.
131400*----DEVOLUCAO DE CONTA INCOBRAVEL-------------------------------*
131500     MOVE 'D'                       TO COBMST-SITUACAO.
131600     ADD 1                          TO WS-CONT-DEVOLUCOES.
131700     PERFORM ENCERRA-COLOCACAO      THRU ENCERRA-COLOCACAO-FIM.
131800 TRATA-RETORNO-FIM. EXIT.
131801*
131802*----RETORNO DE CONTA QUE JA SAIU DA AGENCIA: COMO O RETORNO E---*
131803*----MENSAL, VALE O PAGAMENTO OU ACORDO COM DATA ATE A SAIDA DA--*
131804*----CONTA DA AGENCIA ATUAL (A) OU DA ANTERIOR (P)---------------*
131805 VERIFICA-RETORNO-ATRASADO.
131806     MOVE 'N'                       TO WS-IND-ATRASADO.
131807     MOVE SPACES                    TO WS-ORIGEM-ATRASO.
131808     IF NOT WS-CONTA-NO-MESTRE
131809     OR TRNSORT-DEVOLUCAO
131810     ,  GO                    TO VERIFICA-RETORNO-ATRASADO-FIM
131811     END-IF.
131812     IF TRNSORT-AGENCIA = COBMST-AGENCIA
131813     AND NOT COBMST-NA-AGENCIA
131814     ,  MOVE 'A'                    TO WS-ORIGEM-ATRASO
131815     ,  MOVE COBMST-DATA-SAIDA      TO WS-DTE-JULIAN
131816     ELSE
131817     ,  IF TRNSORT-AGENCIA = COBMST-AGENCIA-ANTERIOR
131818     ,  AND COBMST-AGENCIA-ANTERIOR NOT = ZEROS
131819     ,  ,  MOVE 'P'                 TO WS-ORIGEM-ATRASO
131820     ,  ,  MOVE COBMST-SAIDA-ANTERIOR
131821     ,  ,                           TO WS-DTE-JULIAN
131822     ,  END-IF
131823     END-IF.
131824     IF WS-ORIGEM-ATRASO = SPACES
131825     OR WS-DTE-JULIAN = ZEROS
131826     ,  GO                    TO VERIFICA-RETORNO-ATRASADO-FIM
131827     END-IF.
131828*----SAIDA JULIANA (AAAADDD) PARA AAAAMMDD, COMO A DATA DO RETORNO
131829     PERFORM CCSI-JUL-TO-GREG       THRU CCSI-JTG-EXIT.
131830     COMPUTE WS-DATA-SAIDA-GREG = WS-DTE-SEC-ANO * 10000
131831                                + WS-DTE-SEC-MES * 100
131832                                + WS-DTE-SEC-DIA.
131833     IF TRNSORT-DATA NOT > WS-DATA-SAIDA-GREG
131834     ,  MOVE 'S'                    TO WS-IND-ATRASADO
131835     END-IF.
131836 VERIFICA-RETORNO-ATRASADO-FIM. EXIT.
131837*
131838*----CREDITA O PAGAMENTO ATRASADO NA COLOCACAO E NA LINHA DA-----*
131839*----AGENCIA QUE TINHA A CONTA (A SITUACAO NAO E ALTERADA; O-----*
131840*----ACORDO ATRASADO SO E CONTADO)-------------------------------*
131841 CREDITA-RETORNO-ATRASADO.
131842     ADD 1                          TO WS-CONT-RET-ATRASADOS.
131843     DISPLAY '** RETORNO APOS A SAIDA: AGENCIA '
131844             TRNSORT-AGENCIA ' ORG ' TRNSORT-ORG
131845             ' CONTA ' TRNSORT-CONTA
131846             ' TIPO ' TRNSORT-TIPO-RETORNO.
131847     IF NOT TRNSORT-PAGAMENTO
131848     ,  GO                    TO CREDITA-RETORNO-ATRASADO-FIM
131849     END-IF.
131850     IF WS-ATRASO-AGENCIA-ATUAL
131851     ,  MOVE TRNSORT-DATA           TO COBMST-DATA-ULT-RETORNO
131852     ,  COMPUTE WS-VALOR-COMISSAO ROUNDED =
131853     ,          TRNSORT-VALOR * COBMST-PERC-COMISSAO / 100
131854     ,  ADD TRNSORT-VALOR           TO COBMST-VALOR-RECUPERADO
131855     ,  ADD WS-VALOR-COMISSAO       TO COBMST-COMISSAO
131856     ELSE
131857     ,  COMPUTE WS-VALOR-COMISSAO ROUNDED =
131858     ,          TRNSORT-VALOR * COBMST-PERC-ANTERIOR / 100
131859     ,  ADD TRNSORT-VALOR           TO COBMST-RECUP-ANTERIOR
131860     ,  ADD WS-VALOR-COMISSAO       TO COBMST-COMIS-ANTERIOR
131861     END-IF.
131862     MOVE TRNSORT-AGENCIA           TO WS-DES-BUSCA-AGENCIA.
131863     MOVE COBMST-ORG                TO WS-DES-BUSCA-ORG.
131864     PERFORM LOCALIZA-DESEMPENHO    THRU LOCALIZA-DESEMPENHO-FIM.
131865     ADD TRNSORT-VALOR        TO WS-DES-RECUP-CICLO(WS-IND-DES).
131866     ADD WS-VALOR-COMISSAO    TO WS-DES-COMISSAO(WS-IND-DES).
131867     ADD 1                          TO WS-CONT-PAGAMENTOS.
131868     ADD TRNSORT-VALOR              TO WS-VALOR-PAGAMENTOS.
131869 CREDITA-RETORNO-ATRASADO-FIM. EXIT.
131900*
132000*----CONTA SAI DA AGENCIA: LIBERA A CARTEIRA---------------------*
132100 ENCERRA-COLOCACAO.
132200     MOVE WS-DATA-JULIANA           TO COBMST-DATA-SAIDA.
132300     IF WS-IND-AGE NOT = ZEROS
132400     AND WS-AGE-CARTEIRA(WS-IND-AGE) > ZEROS
132500     ,  SUBTRACT 1            FROM WS-AGE-CARTEIRA(WS-IND-AGE)
132600     END-IF.
132700     MOVE COBMST-AGENCIA            TO WS-DES-BUSCA-AGENCIA.
132800     MOVE COBMST-ORG                TO WS-DES-BUSCA-ORG.
132900     PERFORM LOCALIZA-DESEMPENHO    THRU LOCALIZA-DESEMPENHO-FIM.
133000     ADD 1                    TO WS-DES-SAIDAS(WS-IND-DES).
133100 ENCERRA-COLOCACAO-FIM. EXIT.
133200*
133300*----SITUACAO DA CONTA APOS OS MOVIMENTOS DO CICLO---------------*
133400 AVALIA-SITUACAO.
133500     IF NOT WS-CONTA-NO-MESTRE
133600     ,  GO                          TO AVALIA-SITUACAO-COLOCA
133700     END-IF.
133800     IF NOT COBMST-NA-AGENCIA
134200     ,  GO                          TO AVALIA-SITUACAO-COLOCA
134300     END-IF.
134400*----AGENCIA QUE SAIU DO CADASTRO COM CONTAS: NADA E ALTERADO----*
134500     IF WS-IND-AGE = ZEROS
134600     ,  ADD 1                       TO WS-CONT-FORA-CADASTRO
134700     ,  DISPLAY '** AGENCIA FORA DO CADASTRO: ' COBMST-AGENCIA
134800     ,          ' ORG ' COBMST-ORG ' CONTA ' COBMST-CONTA
134900     ,  IF WS-RETORNO-FINAL < 4
135000     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
135100     ,  END-IF
135200     ,  GO                          TO AVALIA-SITUACAO-FIM
135300     END-IF.
135400*----FORA DO REJEITO DO CICLO: RECOLHE DA AGENCIA (R = RESOLVIDA-*
135450*----NO HISTMST, F = SAIU DO REJEITO POR OUTRO MOTIVO)-----------*
135500     IF NOT WS-CONTA-NO-REJEITO
135550     ,  IF WS-CONTA-RESOLVIDA
135600     ,  ,  MOVE 'R'                 TO COBMST-SITUACAO
135700     ,  ,                              WS-MOTIVO-RECOLHIMENTO
135800     ,  ,  ADD 1                    TO WS-CONT-REC-RESOLVIDA
135810     ,  ELSE
135820     ,  ,  MOVE 'F'                 TO COBMST-SITUACAO
135830     ,  ,                              WS-MOTIVO-RECOLHIMENTO
135840     ,  ,  ADD 1                    TO WS-CONT-REC-FORA-REJEITO
135850     ,  END-IF
135900     ,  PERFORM GERA-RECOLHIMENTO   THRU GERA-RECOLHIMENTO-FIM
136000     ,  GO                          TO AVALIA-SITUACAO-FIM
136100     END-IF.
136300     MOVE WS-SALDO-REJEITO          TO COBMST-SALDO-ATUAL.
136500*----PRAZO DE PERMANENCIA VENCIDO (CONTA EM ACORDO FICA)---------*
136600     IF COBMST-EM-ACORDO
136700     ,  GO                          TO AVALIA-SITUACAO-FIM
136800     END-IF.
136900     MOVE COBMST-DATA-COLOCACAO     TO WS-DATA-COLOCACAO.
136960     MOVE WS-COL-AAAA               TO WS-ANO-TRABALHO.
137020     MOVE WS-COL-DDD                TO WS-DIA-ANO-TRAB.
137080     PERFORM CALCULA-DIA-ABSOLUTO   THRU CALCULA-DIA-ABSOLUTO-FIM.
137140     COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-ABS-HOJE
137200                                - WS-DIA-ABSOLUTO.
137300     IF WS-DIAS-DECORRIDOS < COBMST-PRAZO-DIAS
137400     ,  GO                          TO AVALIA-SITUACAO-FIM
137500     END-IF.
137600     MOVE 'V'                       TO COBMST-SITUACAO
137700                                       WS-MOTIVO-RECOLHIMENTO.
137800     ADD 1                          TO WS-CONT-REC-PRAZO.
137900     PERFORM GERA-RECOLHIMENTO      THRU GERA-RECOLHIMENTO-FIM.
138000*----CONTA DO REJEITO SEM AGENCIA: NOVA COLOCACAO (A QUITADA----*
138050*----NAO VOLTA PARA A COBRANCA)----------------------------------*
138100 AVALIA-SITUACAO-COLOCA.
138120     IF WS-CONTA-NO-MESTRE
138140     AND COBMST-QUITADA
138160     ,  GO                          TO AVALIA-SITUACAO-FIM
138180     END-IF.
138200     IF WS-CONTA-NO-REJEITO
138400     ,  PERFORM COLOCA-CONTA        THRU COLOCA-CONTA-FIM
138500     END-IF.
138600 AVALIA-SITUACAO-FIM. EXIT.
138700*
138800*----RECOLHIMENTO: AVISA A AGENCIA E LIBERA A CARTEIRA-----------*
138900 GERA-RECOLHIMENTO.
139000     PERFORM ENCERRA-COLOCACAO      THRU ENCERRA-COLOCACAO-FIM.
139100     MOVE 'R'                       TO ENVCOB-D-TIPO-MOV.
139200     MOVE WS-MOTIVO-RECOLHIMENTO TO ENVCOB-D-MOTIVO-RECOLHIMENTO.
139300     PERFORM GRAVA-DETALHE          THRU GRAVA-DETALHE-FIM.
139400 GERA-RECOLHIMENTO-FIM. EXIT.
139406*
139412*----NUMERO DO DIA DESDE 01/01/0001 (ANO E DIA DO ANO), PARA-----*
139418*----CONTAR DIAS ENTRE DATAS DE ANOS DIFERENTES------------------*
139424 CALCULA-DIA-ABSOLUTO.
139430     COMPUTE WS-ANO-ANTERIOR = WS-ANO-TRABALHO - 1.
139436     DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-QT-QUADRIENIOS.
139442     DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QT-SECULOS.
139448     DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QT-QUADRISSECULOS.
139454     COMPUTE WS-DIA-ABSOLUTO = WS-ANO-ANTERIOR * 365
139460                             + WS-QT-QUADRIENIOS
139466                             - WS-QT-SECULOS
139472                             + WS-QT-QUADRISSECULOS
139478                             + WS-DIA-ANO-TRAB.
139484 CALCULA-DIA-ABSOLUTO-FIM. EXIT.
139500*
139600*----ESCOLHA DA AGENCIA: ATIVA, ATENDE A ORG, ACEITA O SALDO, COM-
139700*----CARTEIRA DISPONIVEL E A MENOR CARTEIRA. A CONTA DEVOLVIDA OU-
139800*----RECOLHIDA POR PRAZO VAI PARA OUTRA AGENCIA; A RECOLHIDA POR--
139900*----PRAZO VOLTA PARA A MESMA SE NENHUMA OUTRA PUDER RECEBER------
140000 COLOCA-CONTA.
140100     MOVE ZEROS                     TO WS-AGE-EXCLUIDA.
140200     IF WS-CONTA-NO-MESTRE
140300     AND (COBMST-DEVOLVIDA OR COBMST-VENCIDA)
140400     ,  MOVE COBMST-AGENCIA         TO WS-AGE-EXCLUIDA
140500     END-IF.
140600     PERFORM ESCOLHE-AGENCIA        THRU ESCOLHE-AGENCIA-FIM.
140700     IF WS-AGE-ESCOLHIDA = ZEROS
140800     AND WS-CONTA-NO-MESTRE
140900     AND COBMST-VENCIDA
141000     ,  MOVE ZEROS                  TO WS-AGE-EXCLUIDA
141100     ,  PERFORM ESCOLHE-AGENCIA     THRU ESCOLHE-AGENCIA-FIM
141200     END-IF.
141300     IF WS-AGE-ESCOLHIDA = ZEROS
141400     ,  ADD 1                       TO WS-CONT-SEM-AGENCIA
141500     ,  IF WS-RETORNO-FINAL < 4
141600     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
141700     ,  END-IF
141800     ,  GO                          TO COLOCA-CONTA-FIM
141900     END-IF.
142000     MOVE WS-AGE-ESCOLHIDA          TO WS-IND-AGE.
142100     IF WS-CONTA-NO-MESTRE
142200     ,  MOVE COBMST-AGENCIA         TO COBMST-AGENCIA-ANTERIOR
142220     ,  MOVE COBMST-VALOR-RECUPERADO
142240     ,                              TO COBMST-RECUP-ANTERIOR
142260     ,  MOVE COBMST-COMISSAO        TO COBMST-COMIS-ANTERIOR
142270     ,  MOVE COBMST-SALDO-COLOCADO  TO COBMST-COLOC-ANTERIOR
142280     ,  MOVE COBMST-DATA-SAIDA      TO COBMST-SAIDA-ANTERIOR
142290     ,  MOVE COBMST-PERC-COMISSAO   TO COBMST-PERC-ANTERIOR
142300     ELSE
142400     ,  MOVE SPACES                 TO COBMST-REGISTRO
142500     ,  MOVE WS-CHAVE-MINIMA        TO COBMST-CHAVE
142600     ,  MOVE ZEROS                  TO COBMST-AGENCIA-ANTERIOR
142630     ,                                 COBMST-RECUP-ANTERIOR
142660     ,                                 COBMST-COMIS-ANTERIOR
142670     ,                                 COBMST-COLOC-ANTERIOR
142680     ,                                 COBMST-SAIDA-ANTERIOR
142690     ,                                 COBMST-PERC-ANTERIOR
142700     END-IF.
142800     MOVE WS-LOGO-REJEITO           TO COBMST-LOGO.
142900     MOVE WS-AGE-CODIGO(WS-IND-AGE) TO COBMST-AGENCIA.
143000     MOVE 'A'                       TO COBMST-SITUACAO.
143100     MOVE WS-DATA-JULIANA           TO COBMST-DATA-COLOCACAO.
143200     MOVE WS-AGE-PRAZO-DIAS(WS-IND-AGE)
143300                                    TO COBMST-PRAZO-DIAS.
143400     MOVE WS-AGE-PERC-COMISSAO(WS-IND-AGE)
143500                                    TO COBMST-PERC-COMISSAO.
143600     MOVE WS-SALDO-REJEITO          TO COBMST-SALDO-COLOCADO
143700                                       COBMST-SALDO-ATUAL.
143800     MOVE ZEROS                     TO COBMST-DATA-SAIDA
143900                                       COBMST-VALOR-RECUPERADO
144000                                       COBMST-VALOR-ACORDO
144100                                       COBMST-COMISSAO
144200                                       COBMST-DATA-ULT-RETORNO.
144300     MOVE 'S'                       TO WS-EXISTE-MESTRE.
144400     ADD 1                    TO WS-AGE-CARTEIRA(WS-IND-AGE).
144500     ADD 1                          TO WS-CONT-COLOCACOES.
144600     MOVE COBMST-AGENCIA            TO WS-DES-BUSCA-AGENCIA.
144700     MOVE COBMST-ORG                TO WS-DES-BUSCA-ORG.
144800     PERFORM LOCALIZA-DESEMPENHO    THRU LOCALIZA-DESEMPENHO-FIM.
144900     ADD 1                    TO WS-DES-NOVAS(WS-IND-DES).
145000     MOVE 'C'                       TO ENVCOB-D-TIPO-MOV.
145100     MOVE SPACES                 TO ENVCOB-D-MOTIVO-RECOLHIMENTO.
145200     PERFORM GRAVA-DETALHE          THRU GRAVA-DETALHE-FIM.
145300 COLOCA-CONTA-FIM. EXIT.
145400*
145500 ESCOLHE-AGENCIA.
145600     MOVE ZEROS                     TO WS-AGE-ESCOLHIDA.
145700     PERFORM AVALIA-AGENCIA         THRU AVALIA-AGENCIA-FIM
145800             VARYING WS-IND-AGE-AUX FROM 1 BY 1
145900             UNTIL WS-IND-AGE-AUX > WS-QTDE-AGE.
146000 ESCOLHE-AGENCIA-FIM. EXIT.
146100*
146200 AVALIA-AGENCIA.
146300     IF NOT WS-AGE-ATIVA(WS-IND-AGE-AUX)
146400     OR WS-AGE-CODIGO(WS-IND-AGE-AUX) = WS-AGE-EXCLUIDA
146500     ,  GO                          TO AVALIA-AGENCIA-FIM
146600     END-IF.
146700     IF WS-SALDO-REJEITO < WS-AGE-VALOR-MIN(WS-IND-AGE-AUX)
146800     ,  GO                          TO AVALIA-AGENCIA-FIM
146900     END-IF.
147000     IF WS-AGE-VALOR-MAX(WS-IND-AGE-AUX) > ZEROS
147100     AND WS-SALDO-REJEITO > WS-AGE-VALOR-MAX(WS-IND-AGE-AUX)
147200     ,  GO                          TO AVALIA-AGENCIA-FIM
147300     END-IF.
147400     IF WS-AGE-CARTEIRA-MAX(WS-IND-AGE-AUX) > ZEROS
147500     AND WS-AGE-CARTEIRA(WS-IND-AGE-AUX) NOT <
147600         WS-AGE-CARTEIRA-MAX(WS-IND-AGE-AUX)
147700     ,  GO                          TO AVALIA-AGENCIA-FIM
147800     END-IF.
147900     MOVE 'N'                       TO WS-ATENDE-ORG.
148000     PERFORM VERIFICA-ORG           THRU VERIFICA-ORG-FIM
148100             VARYING WS-IND-ORG FROM 1 BY 1
148200             UNTIL WS-IND-ORG > WS-AGE-QTDE-ORGS(WS-IND-AGE-AUX)
148300             OR    WS-AGE-ATENDE-ORG.
148400     IF NOT WS-AGE-ATENDE-ORG
148500     ,  GO                          TO AVALIA-AGENCIA-FIM
148600     END-IF.
148700     IF WS-AGE-ESCOLHIDA = ZEROS
148800     ,  MOVE WS-IND-AGE-AUX         TO WS-AGE-ESCOLHIDA
148900     ELSE
149000     ,  IF WS-AGE-CARTEIRA(WS-IND-AGE-AUX) <
149100     ,     WS-AGE-CARTEIRA(WS-AGE-ESCOLHIDA)
149200     ,  ,  MOVE WS-IND-AGE-AUX      TO WS-AGE-ESCOLHIDA
149300     ,  END-IF
149400     END-IF.
149500 AVALIA-AGENCIA-FIM. EXIT.
149600*
149700 VERIFICA-ORG.
149800     IF WS-AGE-ORG(WS-IND-AGE-AUX, WS-IND-ORG) = WS-CHAVE-MIN-ORG
149900     OR WS-AGE-ORG(WS-IND-AGE-AUX, WS-IND-ORG) = 999
150000     ,  MOVE 'S'                    TO WS-ATENDE-ORG
150100     END-IF.
150200 VERIFICA-ORG-FIM. EXIT.
150300*
150400*----DETALHE NO ARQUIVO DA AGENCIA DA COLOCACAO------------------*
150500 GRAVA-DETALHE.
150600     MOVE COBMST-AGENCIA            TO ENVCOB-D-AGENCIA.
150700     MOVE COBMST-ORG                TO ENVCOB-D-ORG.
150800     MOVE COBMST-CONTA              TO ENVCOB-D-CONTA.
150900     MOVE COBMST-LOGO               TO ENVCOB-D-LOGO.
151000     MOVE COBMST-SALDO-ATUAL        TO ENVCOB-D-SALDO.
151100     MOVE COBMST-DATA-COLOCACAO     TO ENVCOB-D-DATA-COLOCACAO.
151200     MOVE ENVCOB-DETALHE            TO WS-ENVIO-LINHA.
151300     MOVE WS-AGE-SAIDA(WS-IND-AGE)  TO WS-SAIDA-ATUAL.
151400     MOVE 'GRDT'                    TO WS-ABEND-LOCATION.
151500     PERFORM GRAVA-ENVAG            THRU GRAVA-ENVAG-FIM.
151600     ADD 1                    TO WS-AGE-QTDE-ENVIO(WS-IND-AGE).
151700     ADD COBMST-SALDO-ATUAL   TO WS-AGE-HASH-ENVIO(WS-IND-AGE).
151800     ADD 1                          TO WS-CONT-ENVIOS.
151900 GRAVA-DETALHE-FIM. EXIT.
152000*
152100*----GRAVA A LINHA NO ARQUIVO DE SAIDA DA AGENCIA (1 A 8)--------*
152200 GRAVA-ENVAG.
152300     MOVE '00'                      TO FS-ENVIO.
152400     IF WS-SAIDA-ATUAL = 1
152500     ,  WRITE ENVAG01-REGISTRO    FROM WS-ENVIO-LINHA
152600     ,  MOVE FS-ENVAG01             TO FS-ENVIO
152700     END-IF.
152800     IF WS-SAIDA-ATUAL = 2
152900     ,  WRITE ENVAG02-REGISTRO    FROM WS-ENVIO-LINHA
153000     ,  MOVE FS-ENVAG02             TO FS-ENVIO
153100     END-IF.
153200     IF WS-SAIDA-ATUAL = 3
153300     ,  WRITE ENVAG03-REGISTRO    FROM WS-ENVIO-LINHA
153400     ,  MOVE FS-ENVAG03             TO FS-ENVIO
153500     END-IF.
153600     IF WS-SAIDA-ATUAL = 4
153700     ,  WRITE ENVAG04-REGISTRO    FROM WS-ENVIO-LINHA
153800     ,  MOVE FS-ENVAG04             TO FS-ENVIO
153900     END-IF.
154000     IF WS-SAIDA-ATUAL = 5
154100     ,  WRITE ENVAG05-REGISTRO    FROM WS-ENVIO-LINHA
154200     ,  MOVE FS-ENVAG05             TO FS-ENVIO
154300     END-IF.
154400     IF WS-SAIDA-ATUAL = 6
154500     ,  WRITE ENVAG06-REGISTRO    FROM WS-ENVIO-LINHA
154600     ,  MOVE FS-ENVAG06             TO FS-ENVIO
154700     END-IF.
154800     IF WS-SAIDA-ATUAL = 7
154900     ,  WRITE ENVAG07-REGISTRO    FROM WS-ENVIO-LINHA
155000     ,  MOVE FS-ENVAG07             TO FS-ENVIO
155100     END-IF.
155200     IF WS-SAIDA-ATUAL = 8
155300     ,  WRITE ENVAG08-REGISTRO    FROM WS-ENVIO-LINHA
155400     ,  MOVE FS-ENVAG08             TO FS-ENVIO
155500     END-IF.
155600     IF FS-ENVIO NOT = '00'
155700     ,  DISPLAY '*************************'
155800     ,  DISPLAY '**   WRITE ENVAG0' WS-SAIDA-ATUAL '     **'
155900     ,  DISPLAY '** STATUS = ' FS-ENVIO
156000     ,  DISPLAY '*************************'
156100     ,  MOVE 'ERRO WRIT ENVAG '     TO WS-ABENDMSG8
156200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
156300     END-IF.
156400 GRAVA-ENVAG-FIM. EXIT.
156500*
156600 GRAVA-COBNOV.
156700     MOVE 'GRCN'                    TO WS-ABEND-LOCATION.
156800     WRITE COBMST-REGISTRO.
156900     IF FS-COBNOV NOT = '00'
157000     ,  DISPLAY '*************************'
157100     ,  DISPLAY '**   WRITE COBNOV      **'
157200     ,  DISPLAY '** STATUS = ' FS-COBNOV
157300     ,  DISPLAY '*************************'
157400     ,  MOVE 'ERRO WRIT COBNO '     TO WS-ABENDMSG8
157500     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
157600     END-IF.
157700     ADD 1                          TO WS-CONT-MESTRE.
157800*----DESEMPENHO: TODAS AS COLOCACOES DO MESTRE, A CARTEIRA SO----*
157900*----COM AS CONTAS QUE ESTAO NA AGENCIA--------------------------*
158000     MOVE COBMST-AGENCIA            TO WS-DES-BUSCA-AGENCIA.
158100     MOVE COBMST-ORG                TO WS-DES-BUSCA-ORG.
158200     PERFORM LOCALIZA-DESEMPENHO    THRU LOCALIZA-DESEMPENHO-FIM.
158300     ADD COBMST-SALDO-COLOCADO TO WS-DES-COLOCADO(WS-IND-DES).
158400     ADD COBMST-VALOR-RECUPERADO
158500                               TO WS-DES-RECUPERADO(WS-IND-DES).
158600     IF COBMST-NA-AGENCIA
158700     ,  ADD 1                 TO WS-DES-ATIVAS(WS-IND-DES)
158800     ,  ADD COBMST-SALDO-ATUAL
158900     ,                        TO WS-DES-SALDO-ATIVO(WS-IND-DES)
159000     ,  ADD 1                       TO WS-CONT-EM-COBRANCA
159100     END-IF.
159109*----A COLOCACAO ANTERIOR CONTINUA NO DESEMPENHO DA SUA AGENCIA--*
159118     IF COBMST-AGENCIA-ANTERIOR > ZEROS
159127     ,  MOVE COBMST-AGENCIA-ANTERIOR
159136     ,                              TO WS-DES-BUSCA-AGENCIA
159145     ,  PERFORM LOCALIZA-DESEMPENHO THRU LOCALIZA-DESEMPENHO-FIM
159154     ,  ADD COBMST-COLOC-ANTERIOR
159163     ,                        TO WS-DES-COLOCADO(WS-IND-DES)
159172     ,  ADD COBMST-RECUP-ANTERIOR
159181     ,                        TO WS-DES-RECUPERADO(WS-IND-DES)
159190     END-IF.
159200 GRAVA-COBNOV-FIM. EXIT.
159300*
159400*----LOCALIZA (OU INCLUI) A LINHA AGENCIA/ORG DO DESEMPENHO------*
159500 LOCALIZA-DESEMPENHO.
159600     IF WS-IND-DES > ZEROS
159700     ,  IF WS-DES-CHAVE(WS-IND-DES) = WS-DES-BUSCA
159800     ,  ,  GO                       TO LOCALIZA-DESEMPENHO-FIM
159900     ,  END-IF
160000     END-IF.
160100     MOVE 'N'                       TO WS-ACHOU-DES.
160200     MOVE ZEROS                     TO WS-IND-DES.
160300     PERFORM PROCURA-DESEMPENHO     THRU PROCURA-DESEMPENHO-FIM
160400             UNTIL WS-IND-DES >= WS-QTDE-DES
160500             OR    WS-DES-LOCALIZADO.
160600     IF WS-DES-LOCALIZADO
160700     ,  GO                          TO LOCALIZA-DESEMPENHO-FIM
160800     END-IF.
160900     IF WS-QTDE-DES >= 1000
161000     ,  DISPLAY '*************************'
161100     ,  DISPLAY '** TABELA DE DESEMPENHO ESGOTADA **'
161200     ,  DISPLAY '*************************'
161300     ,  MOVE 'TAB DESEMP CHEIA'     TO WS-ABENDMSG8
161400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
161500     END-IF.
161600     ADD 1                          TO WS-QTDE-DES.
161700     MOVE WS-QTDE-DES               TO WS-IND-DES.
161800     MOVE WS-DES-BUSCA         TO WS-DES-CHAVE(WS-IND-DES).
161900     MOVE 'N'                  TO WS-DES-IMPRESSO(WS-IND-DES).
162000     MOVE ZEROS                TO WS-DES-ATIVAS(WS-IND-DES)
162100                                  WS-DES-SALDO-ATIVO(WS-IND-DES)
162200                                  WS-DES-NOVAS(WS-IND-DES)
162300                                  WS-DES-SAIDAS(WS-IND-DES)
162400                                  WS-DES-COLOCADO(WS-IND-DES)
162500                                  WS-DES-RECUPERADO(WS-IND-DES)
162600                                  WS-DES-RECUP-CICLO(WS-IND-DES)
162700                                  WS-DES-COMISSAO(WS-IND-DES).
162800 LOCALIZA-DESEMPENHO-FIM. EXIT.
162900 PROCURA-DESEMPENHO.
163000     ADD 1                          TO WS-IND-DES.
163100     IF WS-DES-CHAVE(WS-IND-DES) = WS-DES-BUSCA
163200     ,  SET WS-DES-LOCALIZADO       TO TRUE
163300     END-IF.
163400 PROCURA-DESEMPENHO-FIM. EXIT.
163500*--------TRAILERS DOS ARQUIVOS DAS AGENCIAS----------------------*
163600 GRAVA-TRAILERS.
163700     PERFORM GRAVA-TRAILER          THRU GRAVA-TRAILER-FIM
163800             VARYING WS-IND-AGE FROM 1 BY 1
163900             UNTIL WS-IND-AGE > WS-QTDE-AGE.
164000 GRAVA-TRAILERS-FIM. EXIT.
164100*
164200 GRAVA-TRAILER.
164300     MOVE 'GRTR'                    TO WS-ABEND-LOCATION.
164400     MOVE WS-AGE-QTDE-ENVIO(WS-IND-AGE) TO ENVCOB-T-QTDE.
164500     MOVE WS-AGE-HASH-ENVIO(WS-IND-AGE) TO ENVCOB-T-HASH.
164600     MOVE ENVCOB-TRAILER            TO WS-ENVIO-LINHA.
164700     MOVE WS-AGE-SAIDA(WS-IND-AGE)  TO WS-SAIDA-ATUAL.
164800     PERFORM GRAVA-ENVAG            THRU GRAVA-ENVAG-FIM.
164900 GRAVA-TRAILER-FIM. EXIT.
165000*--------RELATORIO DE DESEMPENHO POR AGENCIA E ORG---------------*
165100 IMPRIME-DESEMPENHO.
165200     MOVE ZEROS                     TO WS-TOT-DES-ATIVAS(2)
165300                                       WS-TOT-DES-SALDO-ATIVO(2)
165400                                       WS-TOT-DES-NOVAS(2)
165500                                       WS-TOT-DES-SAIDAS(2)
165600                                       WS-TOT-DES-COLOCADO(2)
165700                                       WS-TOT-DES-RECUPERADO(2)
165800                                       WS-TOT-DES-RECUP-CICLO(2)
165900                                       WS-TOT-DES-COMISSAO(2).
166000     ADD 1                          TO WS-CONT-PAG.
166100     MOVE WS-CONT-PAG               TO WS-PAG.
166200     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
166300     PERFORM IMPRIME-AGENCIA        THRU IMPRIME-AGENCIA-FIM
166400             VARYING WS-IND-AGE FROM 1 BY 1
166500             UNTIL WS-IND-AGE > WS-QTDE-AGE.
166600*----COLOCACOES DE AGENCIA QUE SAIU DO CADASTRO------------------*
166700     PERFORM IMPRIME-FORA-CADASTRO  THRU IMPRIME-FORA-CADASTRO-FIM
166800             VARYING WS-IND-DES FROM 1 BY 1
166900             UNTIL WS-IND-DES > WS-QTDE-DES.
167000     MOVE 'TOT'                     TO COR-AGENCIA.
167100     MOVE 'GER'                     TO COR-ORG.
167200     MOVE 2                         TO WS-IND-ORG.
167300     PERFORM IMPRIME-TOTAL-DES      THRU IMPRIME-TOTAL-DES-FIM.
167400 IMPRIME-DESEMPENHO-FIM. EXIT.
167500*
167600*----UMA AGENCIA: CABECALHO, UMA LINHA POR ORG E O TOTAL---------*
167700 IMPRIME-AGENCIA.
167800     MOVE ZEROS                     TO WS-TOT-DES-ATIVAS(1)
167900                                       WS-TOT-DES-SALDO-ATIVO(1)
168000                                       WS-TOT-DES-NOVAS(1)
168100                                       WS-TOT-DES-SAIDAS(1)
168200                                       WS-TOT-DES-COLOCADO(1)
168300                                       WS-TOT-DES-RECUPERADO(1)
168400                                       WS-TOT-DES-RECUP-CICLO(1)
168500                                       WS-TOT-DES-COMISSAO(1).
168600     IF WS-CONT-LINHAS > 54
168700     ,  ADD 1                       TO WS-CONT-PAG
168800     ,  MOVE WS-CONT-PAG            TO WS-PAG
168900     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
169000     END-IF.
169100     MOVE WS-AGE-CODIGO(WS-IND-AGE)        TO AGE-CODIGO.
169200     MOVE WS-AGE-NOME(WS-IND-AGE)          TO AGE-NOME.
169300     IF WS-AGE-ATIVA(WS-IND-AGE)
169400     ,  MOVE 'ATIVA'                TO AGE-SITUACAO
169500     ELSE
169600     ,  MOVE 'INATIVA'              TO AGE-SITUACAO
169700     END-IF.
169800     MOVE WS-AGE-PERC-COMISSAO(WS-IND-AGE) TO AGE-PERC.
169900     MOVE WS-AGE-PRAZO-DIAS(WS-IND-AGE)    TO AGE-PRAZO.
170000     MOVE WS-AGE-CARTEIRA-MAX(WS-IND-AGE)  TO AGE-CARTEIRA.
170100     WRITE RELCOB-LINHA           FROM RELCOB-AGENCIA.
170200     ADD 1                          TO WS-CONT-LINHAS.
170300     PERFORM IMPRIME-ORG-AGENCIA    THRU IMPRIME-ORG-AGENCIA-FIM
170400             VARYING WS-IND-DES FROM 1 BY 1
170500             UNTIL WS-IND-DES > WS-QTDE-DES.
170600     MOVE WS-AGE-CODIGO(WS-IND-AGE) TO COR-AGENCIA.
170700     MOVE 'TOT'                     TO COR-ORG.
170800     MOVE 1                         TO WS-IND-ORG.
170900     PERFORM IMPRIME-TOTAL-DES      THRU IMPRIME-TOTAL-DES-FIM.
171000     WRITE RELCOB-LINHA           FROM TERCEIRA-LINHA.
171100     ADD 1                          TO WS-CONT-LINHAS.
171200 IMPRIME-AGENCIA-FIM. EXIT.
171300*
171400 IMPRIME-ORG-AGENCIA.
171500     IF WS-DES-AGENCIA(WS-IND-DES) = WS-AGE-CODIGO(WS-IND-AGE)
171600     ,  PERFORM IMPRIME-LINHA-DES   THRU IMPRIME-LINHA-DES-FIM
171700     END-IF.
171800 IMPRIME-ORG-AGENCIA-FIM. EXIT.
171900*
172000 IMPRIME-FORA-CADASTRO.
172100     IF WS-DES-IMPRESSO(WS-IND-DES) = 'N'
172200     ,  PERFORM IMPRIME-LINHA-DES   THRU IMPRIME-LINHA-DES-FIM
172300     END-IF.
172400 IMPRIME-FORA-CADASTRO-FIM. EXIT.
172500*
172600*----LINHA AGENCIA/ORG: TAXA = RECUPERADO / SALDO COLOCADO-------*
172700 IMPRIME-LINHA-DES.
172800     MOVE 'S'                  TO WS-DES-IMPRESSO(WS-IND-DES).
172900     MOVE WS-DES-AGENCIA(WS-IND-DES)      TO COR-AGENCIA.
173000     MOVE WS-DES-ORG(WS-IND-DES)          TO COR-ORG.
173100     MOVE WS-DES-ATIVAS(WS-IND-DES)       TO COR-ATIVAS.
173200     MOVE WS-DES-SALDO-ATIVO(WS-IND-DES)  TO COR-SALDO-ATIVO.
173300     MOVE WS-DES-NOVAS(WS-IND-DES)        TO COR-NOVAS.
173400     MOVE WS-DES-SAIDAS(WS-IND-DES)       TO COR-SAIDAS.
173500     MOVE WS-DES-COLOCADO(WS-IND-DES)     TO COR-COLOCADO.
173600     MOVE WS-DES-RECUPERADO(WS-IND-DES)   TO COR-RECUPERADO.
173700     MOVE WS-DES-RECUP-CICLO(WS-IND-DES)  TO COR-RECUP-CICLO.
173800     MOVE WS-DES-COMISSAO(WS-IND-DES)     TO COR-COMISSAO.
173900     MOVE ZEROS                           TO WS-TAXA.
174000     IF WS-DES-COLOCADO(WS-IND-DES) > ZEROS
174100     ,  COMPUTE WS-TAXA ROUNDED =
174200     ,          WS-DES-RECUPERADO(WS-IND-DES) * 100
174300     ,        / WS-DES-COLOCADO(WS-IND-DES)
174400     ,     ON SIZE ERROR
174500     ,        MOVE 9999,99          TO WS-TAXA
174600     ,  END-COMPUTE
174700     END-IF.
174800     MOVE WS-TAXA                   TO COR-TAXA.
174900     IF WS-CONT-LINHAS > 57
175000     ,  ADD 1                       TO WS-CONT-PAG
175100     ,  MOVE WS-CONT-PAG            TO WS-PAG
175200     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
175300     END-IF.
175400     WRITE RELCOB-LINHA           FROM RELCOB-CORPO.
175500     ADD 1                          TO WS-CONT-LINHAS.
175600     MOVE 1                         TO WS-IND-ORG.
175700     PERFORM ACUMULA-TOTAL-DES      THRU ACUMULA-TOTAL-DES-FIM.
175800     MOVE 2                         TO WS-IND-ORG.
175900     PERFORM ACUMULA-TOTAL-DES      THRU ACUMULA-TOTAL-DES-FIM.
176000 IMPRIME-LINHA-DES-FIM. EXIT.
176100*
176200 ACUMULA-TOTAL-DES.
176300     ADD WS-DES-ATIVAS(WS-IND-DES)
176400                            TO WS-TOT-DES-ATIVAS(WS-IND-ORG).
176500     ADD WS-DES-SALDO-ATIVO(WS-IND-DES)
176600                            TO WS-TOT-DES-SALDO-ATIVO(WS-IND-ORG).
176700     ADD WS-DES-NOVAS(WS-IND-DES)
176800                            TO WS-TOT-DES-NOVAS(WS-IND-ORG).
176900     ADD WS-DES-SAIDAS(WS-IND-DES)
177000                            TO WS-TOT-DES-SAIDAS(WS-IND-ORG).
177100     ADD WS-DES-COLOCADO(WS-IND-DES)
177200                            TO WS-TOT-DES-COLOCADO(WS-IND-ORG).
177300     ADD WS-DES-RECUPERADO(WS-IND-DES)
177400                            TO WS-TOT-DES-RECUPERADO(WS-IND-ORG).
177500     ADD WS-DES-RECUP-CICLO(WS-IND-DES)
177600                            TO WS-TOT-DES-RECUP-CICLO(WS-IND-ORG).
177700     ADD WS-DES-COMISSAO(WS-IND-DES)
177800                            TO WS-TOT-DES-COMISSAO(WS-IND-ORG).
177900 ACUMULA-TOTAL-DES-FIM. EXIT.
178000*
178100*----TOTAL DA AGENCIA (1) OU GERAL (2), IDENTIFICACAO JA MONTADA-*
178200 IMPRIME-TOTAL-DES.
178300     MOVE WS-TOT-DES-ATIVAS(WS-IND-ORG)      TO COR-ATIVAS.
178400     MOVE WS-TOT-DES-SALDO-ATIVO(WS-IND-ORG) TO COR-SALDO-ATIVO.
178500     MOVE WS-TOT-DES-NOVAS(WS-IND-ORG)       TO COR-NOVAS.
178600     MOVE WS-TOT-DES-SAIDAS(WS-IND-ORG)      TO COR-SAIDAS.
178700     MOVE WS-TOT-DES-COLOCADO(WS-IND-ORG)    TO COR-COLOCADO.
178800     MOVE WS-TOT-DES-RECUPERADO(WS-IND-ORG)  TO COR-RECUPERADO.
178900     MOVE WS-TOT-DES-RECUP-CICLO(WS-IND-ORG) TO COR-RECUP-CICLO.
179000     MOVE WS-TOT-DES-COMISSAO(WS-IND-ORG)    TO COR-COMISSAO.
179100     MOVE ZEROS                              TO WS-TAXA.
179200     IF WS-TOT-DES-COLOCADO(WS-IND-ORG) > ZEROS
179300     ,  COMPUTE WS-TAXA ROUNDED =
179400     ,          WS-TOT-DES-RECUPERADO(WS-IND-ORG) * 100
179500     ,        / WS-TOT-DES-COLOCADO(WS-IND-ORG)
179600     ,     ON SIZE ERROR
179700     ,        MOVE 9999,99          TO WS-TAXA
179800     ,  END-COMPUTE
179900     END-IF.
180000     MOVE WS-TAXA                   TO COR-TAXA.
180100     WRITE RELCOB-LINHA           FROM RELCOB-CORPO.
180200     ADD 1                          TO WS-CONT-LINHAS.
180300 IMPRIME-TOTAL-DES-FIM. EXIT.
180400*------FIM RELATORIO DE DESEMPENHO-------------------------------*
180500*--------TOTAIS DA EXECUCAO NO FINAL DO RELATORIO----------------*
180600 IMPRIME-TOTAIS.
180700     MOVE WS-QTDE-AGE               TO WS-TOT-AGENCIAS.
180800     MOVE WS-CONT-REJEITOS          TO WS-TOT-REJEITOS.
180900     MOVE WS-CONT-SUPERIOR          TO WS-TOT-SUPERIOR.
181000     MOVE WS-CONT-RESOLVIDAS        TO WS-TOT-RESOLVIDAS.
181100     MOVE WS-CONT-RETORNOS          TO WS-TOT-RETORNOS.
181200     MOVE WS-CONT-RET-RECUSADOS     TO WS-TOT-RET-RECUSADOS.
181250     MOVE WS-CONT-RET-ATRASADOS     TO WS-TOT-RET-ATRASADOS.
181300     MOVE WS-CONT-PAGAMENTOS        TO WS-TOT-PAGAMENTOS.
181400     MOVE WS-VALOR-PAGAMENTOS       TO WS-TOT-VALOR-PAGO.
181500     MOVE WS-CONT-ACORDOS           TO WS-TOT-ACORDOS.
181600     MOVE WS-CONT-DEVOLUCOES        TO WS-TOT-DEVOLUCOES.
181700     MOVE WS-CONT-QUITADAS          TO WS-TOT-QUITADAS.
181800     MOVE WS-CONT-REC-RESOLVIDA     TO WS-TOT-REC-RESOLVIDA.
181850     MOVE WS-CONT-REC-FORA-REJEITO  TO WS-TOT-REC-FORA-REJEITO.
181900     MOVE WS-CONT-REC-PRAZO         TO WS-TOT-REC-PRAZO.
182000     MOVE WS-CONT-COLOCACOES        TO WS-TOT-COLOCACOES.
182100     MOVE WS-CONT-SEM-AGENCIA       TO WS-TOT-SEM-AGENCIA.
182200     MOVE WS-CONT-FORA-CADASTRO     TO WS-TOT-FORA-CADASTRO.
182300     MOVE WS-CONT-EM-COBRANCA       TO WS-TOT-EM-COBRANCA.
182400     MOVE WS-CONT-MESTRE            TO WS-TOT-MESTRE.
182500     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
182600*
182700     WRITE RELCOB-LINHA FROM TERCEIRA-LINHA.
182800     WRITE RELCOB-LINHA FROM WS-IMPRIME-AGENCIAS.
182900     WRITE RELCOB-LINHA FROM WS-IMPRIME-REJEITOS.
183000     WRITE RELCOB-LINHA FROM WS-IMPRIME-SUPERIOR.
183100     WRITE RELCOB-LINHA FROM WS-IMPRIME-RESOLVIDAS.
183200     WRITE RELCOB-LINHA FROM WS-IMPRIME-RETORNOS.
183300     WRITE RELCOB-LINHA FROM WS-IMPRIME-RET-RECUSADOS.
183350     WRITE RELCOB-LINHA FROM WS-IMPRIME-RET-ATRASADOS.
183400     WRITE RELCOB-LINHA FROM WS-IMPRIME-PAGAMENTOS.
183500     WRITE RELCOB-LINHA FROM WS-IMPRIME-ACORDOS.
183600     WRITE RELCOB-LINHA FROM WS-IMPRIME-DEVOLUCOES.
183700     WRITE RELCOB-LINHA FROM WS-IMPRIME-QUITADAS.
183800     WRITE RELCOB-LINHA FROM WS-IMPRIME-REC-RESOLVIDA.
183850     WRITE RELCOB-LINHA FROM WS-IMPRIME-REC-FORA-REJEITO.
183900     WRITE RELCOB-LINHA FROM WS-IMPRIME-REC-PRAZO.
184000     WRITE RELCOB-LINHA FROM WS-IMPRIME-COLOCACOES.
184100     WRITE RELCOB-LINHA FROM WS-IMPRIME-SEM-AGENCIA.
184200     WRITE RELCOB-LINHA FROM WS-IMPRIME-FORA-CADASTRO.
184300     WRITE RELCOB-LINHA FROM WS-IMPRIME-EM-COBRANCA.
184400     WRITE RELCOB-LINHA FROM WS-IMPRIME-MESTRE.
184500     WRITE RELCOB-LINHA FROM WS-IMPRIME-RES-RETORNO.
184600 IMPRIME-TOTAIS-FIM. EXIT.
184700*----------------------MONTAGEM DO CABECALHO---------------------*
184800 MONTAR-CABECALHO.
184900*-------
185000*MONTAGEM DA DATA DO CABECALHO
185100*-------
185200     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
185300     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
185400     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
185500     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
185600     MOVE ZEROS                         TO WS-CONT-LINHAS.
185700*
185800     WRITE RELCOB-LINHA FROM PRIMEIRA-LINHA.
185900     ADD 1               TO WS-CONT-LINHAS.
186000*
186100     WRITE RELCOB-LINHA FROM SEGUNDA-LINHA.
186200     ADD 1               TO WS-CONT-LINHAS.
186300*
186400     WRITE RELCOB-LINHA FROM TERCEIRA-LINHA.
186500     ADD 1               TO WS-CONT-LINHAS.
186600*
186700     WRITE RELCOB-LINHA FROM QUARTA-LINHA.
186800     ADD 1               TO WS-CONT-LINHAS.
186900*
187000     WRITE RELCOB-LINHA FROM TERCEIRA-LINHA.
187100     ADD 1               TO WS-CONT-LINHAS.
187200*
187300 MONTAR-CABECALHO-EXIT. EXIT.
187400*------------------FIM MONTAGEM DO CABECALHO---------------------*
187500*------------------FECHAMENTO DE ARQUIVOS
187600 FECHAR-ARQUIVOS.
187700     MOVE 'CLCA'                    TO WS-ABEND-LOCATION.
187800     IF NOT WS-COBANT-AUSENTE
187900        CLOSE COBANT
188000        IF FS-COBANT NOT EQUAL '00'
188100           DISPLAY '##ERRO FECHAR ARQUIVO COBANT: ' FS-COBANT
188200           MOVE 'ERRO CLOSE COBAN'   TO WS-ABENDMSG8
188300           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
188400        END-IF
188500     END-IF.
188600*
188700     CLOSE TRNSORT.
188800     IF FS-TRNSORT NOT EQUAL '00'
188900        DISPLAY '##ERRO FECHAR ARQUIVO TRNSORT: ' FS-TRNSORT
189000        MOVE 'ERRO CLOSE TRNSO'   TO WS-ABENDMSG8
189100        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
189200     END-IF.
189300*
189400     CLOSE COBNOV.
189500     IF FS-COBNOV NOT EQUAL '00'
189600        DISPLAY '##ERRO FECHAR ARQUIVO COBNOV: ' FS-COBNOV
189700        MOVE 'ERRO CLOSE COBNO'   TO WS-ABENDMSG8
189800        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
189900     END-IF.
190000*
190100     CLOSE ENVAG01 ENVAG02 ENVAG03 ENVAG04
190200           ENVAG05 ENVAG06 ENVAG07 ENVAG08.
190300     IF FS-ENVAG01 NOT EQUAL '00'
190400     OR FS-ENVAG02 NOT EQUAL '00'
190500     OR FS-ENVAG03 NOT EQUAL '00'
190600     OR FS-ENVAG04 NOT EQUAL '00'
190700     OR FS-ENVAG05 NOT EQUAL '00'
190800     OR FS-ENVAG06 NOT EQUAL '00'
190900     OR FS-ENVAG07 NOT EQUAL '00'
191000     OR FS-ENVAG08 NOT EQUAL '00'
191100        DISPLAY '##ERRO FECHAR ARQUIVO ENVAG01-08: '
191200                FS-ENVAG01 ' ' FS-ENVAG02 ' ' FS-ENVAG03 ' '
191300                FS-ENVAG04 ' ' FS-ENVAG05 ' ' FS-ENVAG06 ' '
191400                FS-ENVAG07 ' ' FS-ENVAG08
191500        MOVE 'ERRO CLOSE ENVAG'   TO WS-ABENDMSG8
191600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
191700     END-IF.
191800*
191900     CLOSE RELCOB.
192000     IF FS-RELCOB NOT EQUAL '00'
192100        DISPLAY '##ERRO FECHAR ARQUIVO RELCOB: ' FS-RELCOB
192200        MOVE 'ERRO CLOSE RELCO'   TO WS-ABENDMSG8
192300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
192400     END-IF.
192500 FECHAR-ARQUIVOS-FIM. EXIT.
192600*------------------FIM DO FECHAMENTO DE ARQUIVOS
192700*================================================================*
192800*    BOOKS DE PROCEDURE UTILIZADOS                               *
192900*================================================================*
193000     COPY CCS502.
193100     COPY CCS508.
193200     COPY UUGJRNP.
193300     COPY AMCRPD.
