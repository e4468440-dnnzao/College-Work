000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB925.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 22/05/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  RETENCAO E ANONIMIZACAO DE DADOS PESSOAIS (LGPD), EXECUTADO   *
001100*  PERIODICAMENTE COM O PRAZO DE RETENCAO EM MESES NO PARM.      *
001200*  CONTA ENCERRADA E A QUE SAIU DO HISTMST (RESOLVIDA NO         *
001300*  UUGPB912) OU CUJA ULTIMA SELECAO E ANTERIOR A DATA DE CORTE   *
001400*  (DATA DO PROCESSAMENTO MENOS O PRAZO):                        *
001500*  - HISTMST : O CPF DA CONTA ENCERRADA E SUBSTITUIDO POR TOKEN  *
001600*    IRREVERSIVEL (O REGISTRO CONTINUA NO MESTRE PARA AS         *
001700*    CONSULTAS DE RECUPERACAO E BAIXA);                          *
001800*  - HISTANT : IMAGENS DE CICLOS ANTERIORES AO CORTE DE CONTAS   *
001900*    ENCERRADAS SAO MOVIDAS PARA O ARQUIVO HISTORICO (HISARQ,    *
002000*    BOOK UUGARQ) JA COM O TOKEN E SAEM DO JORNAL (HANNOV);      *
002100*  - PENDENCIAS DO UUGPB911: ITENS ENVIADOS ANTES DO CORTE DE    *
002200*    CONTAS ENCERRADAS SAO MOVIDOS DA MESMA FORMA (PENNOV);      *
002300*  - RUNJRNL : EXECUCOES ANTERIORES AO CORTE SAO COPIADAS PARA O *
002400*    JRNARQ E EXPURGADAS (O JORNAL NAO TEM DADO PESSOAL).        *
002500*  - NEGATIVACAO (UUGPB924): NEGANT E A CONCATENACAO DOS MESTRES *
002600*    DOS DOIS BUREAUS. REGISTRO FORA DO BUREAU (AVISADO OU       *
002700*    RECUSADO) DE CONTA ENCERRADA COM AVISO ANTERIOR AO CORTE    *
002800*    TEM O CPF SUBSTITUIDO POR TOKEN E O NOME APAGADO; A SAIDA   *
002900*    E SEPARADA POR BUREAU (NEGNSE = SERASA / NEGNSP = SPC).     *
003000*    REGISTRO INCLUIDO OU COM EXCLUSAO PENDENTE NAO E ALTERADO.  *
003100*  O TOKEN NAO E DERIVADO DO CPF E NAO HA TABELA DE              *
003200*  CORRESPONDENCIA: 'L' + ANO/DIA JULIANO + SEQUENCIAL.          *
003300*  O REGISTRO DE CONTROLE DE TOKEN (ORG 000) DO HISTMST GUARDA A *
003400*  DATA DA ULTIMA EXECUCAO: NOVA EXECUCAO NA MESMA DATA DO AMCR  *
003500*  E RECUSADA, POIS O SEQUENCIAL RECOMECARIA E REPETIRIA TOKENS. *
003600*  MAIS DE 99999 TOKENS NA MESMA DATA CANCELA O PROCESSAMENTO.   *
003700*  ORG, LOGO, DATAS E VALORES SAO MANTIDOS.                      *
003800*  CONTAS COM BLOQUEIO JUDICIAL VIGENTE NO BLQMST NAO SAO        *
003900*  ALTERADAS NEM MOVIDAS.                                        *
004000*  QUEBRA: ARQUIVO                                               *
004100*  CLASSIFICACAO: A DOS ARQUIVOS DE ENTRADA                      *
004200*  TOTALIZADORES: ARQUIVADOS, ANONIMIZADOS, EXPURGADOS E RETIDOS *
004300*                 POR BLOQUEIO, POR ARQUIVO E ORG (CERTIFICADO). *
004400*----------------------------------------------------------------*
004500*================================================================*
004600 ENVIRONMENT DIVISION.
004700*================================================================*
004800 CONFIGURATION SECTION.
004900 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
005000*----------------------------------------------------------------*
005100 INPUT-OUTPUT SECTION.
005200*----------------------------------------------------------------*
005300 FILE-CONTROL.
005400*----------------------------------------------------------------*
005500     SELECT PARM      ASSIGN      TO PARM
005600            FILE STATUS          IS FS-PARM.
005700*
005800     SELECT HISTMST   ASSIGN      TO HISTMST
005900            ORGANIZATION         IS INDEXED
006000            ACCESS MODE          IS DYNAMIC
006100            RECORD KEY           IS HISTMST-CHAVE
006200            FILE STATUS          IS FS-HISTMST.
006300*
006400     SELECT BLQMST    ASSIGN      TO BLQMST
006500            ORGANIZATION         IS INDEXED
006600            ACCESS MODE          IS RANDOM
006700            RECORD KEY           IS BLQMST-CHAVE
006800            FILE STATUS          IS FS-BLQMST.
006900*
007000     SELECT HANANT    ASSIGN      TO HANANT
007100            FILE STATUS          IS FS-HANANT.
007200*
007300     SELECT HANNOV    ASSIGN      TO HANNOV
007400            FILE STATUS          IS FS-HANNOV.
007500*
007600     SELECT PENANT    ASSIGN      TO PENANT
007700            FILE STATUS          IS FS-PENANT.
007800*
007900     SELECT PENNOV    ASSIGN      TO PENNOV
008000            FILE STATUS          IS FS-PENNOV.
008100*
008200     SELECT JRNANT    ASSIGN      TO JRNANT
008300            FILE STATUS          IS FS-JRNANT.
008400*
008500     SELECT JRNNOV    ASSIGN      TO JRNNOV
008600            FILE STATUS          IS FS-JRNNOV.
008700*
008800     SELECT JRNARQ    ASSIGN      TO JRNARQ
008900            FILE STATUS          IS FS-JRNARQ.
009000*
009100     SELECT HISARQ    ASSIGN      TO HISARQ
009200            FILE STATUS          IS FS-HISARQ.
009300*
009400     SELECT NEGANT    ASSIGN      TO NEGANT
009500            FILE STATUS          IS FS-NEGANT.
009600*
009700     SELECT NEGNSE    ASSIGN      TO NEGNSE
009800            FILE STATUS          IS FS-NEGNSE.
009900*
010000     SELECT NEGNSP    ASSIGN      TO NEGNSP
010100            FILE STATUS          IS FS-NEGNSP.
010200*
010300     SELECT RELLGP    ASSIGN      TO RELLGP
010400            FILE STATUS          IS FS-RELLGP.
010500*
010600     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
010700            FILE STATUS          IS FS-RUNJRNL.
010800*================================================================*
010900 DATA DIVISION.
011000*================================================================*
011100 FILE SECTION.
011200
011300 FD PARM
011400     RECORD CONTAINS 080 CHARACTERS
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORDING MODE F.
011700 01 PARM-REGISTRO.
011800    03 PARM-MESES-RETENCAO   PIC  X(003).
011900    03 FILLER                PIC  X(077).
012000
012100 FD HISTMST
012200     RECORD CONTAINS 080 CHARACTERS
012300     BLOCK CONTAINS 0 RECORDS.
012400 01 HISTMST-REGISTRO.
012500    03 HISTMST-CHAVE.
012600       05 HISTMST-ORG        PIC  9(003).
012700       05 HISTMST-CONTA      PIC  X(019).
012800    03 HISTMST-LOGO          PIC  9(003).
012900    03 HISTMST-CPF-CLIENTE   PIC  X(011).
013000    03 HISTMST-DATA-PRIM-SELECAO
013100                             PIC  9(008).
013200    03 HISTMST-DATA-ULT-SELECAO
013300                             PIC  9(008).
013400    03 HISTMST-SALDO-ULT-SELECAO
013500                             PIC  9(011)V99.
013600    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
013700    03 HISTMST-QTDE-CICLOS   PIC  9(003).
013800    03 FILLER                PIC  X(007).
013900
014000 FD BLQMST
014100     RECORD CONTAINS 100 CHARACTERS
014200     BLOCK CONTAINS 0 RECORDS.
014300     COPY UUGBLQ.
014400
014500 FD HANANT
014600     RECORD CONTAINS 100 CHARACTERS
014700     BLOCK CONTAINS 0 RECORDS
014800     RECORDING MODE F.
014900     COPY UUGHAN.
015000
015100 FD HANNOV
015200     RECORD CONTAINS 100 CHARACTERS
015300     BLOCK CONTAINS 0 RECORDS
015400     RECORDING MODE F.
015500 01 HANNOV-REGISTRO        PIC X(100).
015600
015700 FD PENANT
015800     RECORD CONTAINS 060 CHARACTERS
015900     BLOCK CONTAINS 0 RECORDS
016000     RECORDING MODE F.
016100 01 PENANT-REGISTRO.
016200    03 PENANT-ORG            PIC  9(003).
016300    03 PENANT-CONTA          PIC  X(019).
016400    03 PENANT-CPF-CLIENTE    PIC  X(011).
016500    03 PENANT-SALDO-CONTA    PIC  9(011)V99.
016600    03 PENANT-DATA-PRIM-ENVIO
016700                             PIC  9(008).
016800    03 PENANT-QTDE-CICLOS    PIC  9(003).
016900    03 FILLER                PIC  X(003).
017000
017100 FD PENNOV
017200     RECORD CONTAINS 060 CHARACTERS
017300     BLOCK CONTAINS 0 RECORDS
017400     RECORDING MODE F.
017500 01 PENNOV-REGISTRO        PIC X(060).
017600
017700 FD JRNANT
017800     RECORD CONTAINS 080 CHARACTERS
017900     BLOCK CONTAINS 0 RECORDS
018000     RECORDING MODE F.
018100 01 JRNANT-REGISTRO.
018200    03 JRNANT-PROGRAMA       PIC  X(008).
018300    03 JRNANT-DATA           PIC  9(008).
018400    03 FILLER                PIC  X(064).
018500
018600 FD JRNNOV
018700     RECORD CONTAINS 080 CHARACTERS
018800     BLOCK CONTAINS 0 RECORDS
018900     RECORDING MODE F.
019000 01 JRNNOV-REGISTRO        PIC X(080).
019100
019200 FD JRNARQ
019300     RECORD CONTAINS 080 CHARACTERS
019400     BLOCK CONTAINS 0 RECORDS
019500     RECORDING MODE F.
019600 01 JRNARQ-REGISTRO        PIC X(080).
019700
019800 FD HISARQ
019900     RECORD CONTAINS 120 CHARACTERS
020000     BLOCK CONTAINS 0 RECORDS
020100     RECORDING MODE F.
020200     COPY UUGARQ.
020300
020400 FD NEGANT
020500     RECORD CONTAINS 120 CHARACTERS
020600     BLOCK CONTAINS 0 RECORDS
020700     RECORDING MODE F.
020800     COPY UUGNEG.
020900
021000 FD NEGNSE
021100     RECORD CONTAINS 120 CHARACTERS
021200     BLOCK CONTAINS 0 RECORDS
021300     RECORDING MODE F.
021400 01 NEGNSE-REGISTRO        PIC X(120).
021500
021600 FD NEGNSP
021700     RECORD CONTAINS 120 CHARACTERS
021800     BLOCK CONTAINS 0 RECORDS
021900     RECORDING MODE F.
022000 01 NEGNSP-REGISTRO        PIC X(120).
022100
022200 FD RELLGP
022300     RECORD CONTAINS 132 CHARACTERS
022400     BLOCK CONTAINS 0 RECORDS
022500     RECORDING MODE F.
022600 01 RELLGP-LINHA           PIC X(132).
022700
022800 FD RUNJRNL
022900     RECORD CONTAINS 080 CHARACTERS
023000     BLOCK CONTAINS 0 RECORDS
023100     RECORDING MODE F.
023200     COPY UUGJRN.
023300*----------------------------------------------------------------*
023400 WORKING-STORAGE SECTION.
023500*----------------------------------------------------------------*
023600* LINHAS DO CERTIFICADO DE RETENCAO E ANONIMIZACAO
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
025600          'CERTIFICADO DE RETENCAO E ANONIMIZACAO - LGPD'.
025700       05 FILLER              PIC X(024) VALUE SPACES.
025800       05 FILLER              PIC X(046) VALUE
025900           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
026000    03 TERCEIRA-LINHA.
026100       05 FILLER              PIC X(132) VALUE SPACES.
026200    03 QUARTA-LINHA.
026300       05 FILLER              PIC X(016) VALUE 'ARQUIVO'.
026400       05 FILLER              PIC X(006) VALUE 'ORG'.
026500       05 FILLER              PIC X(014) VALUE '  ARQUIVADOS'.
026600       05 FILLER              PIC X(014) VALUE 'ANONIMIZADOS'.
026700       05 FILLER              PIC X(014) VALUE '  EXPURGADOS'.
026800       05 FILLER              PIC X(018) VALUE
026900          'RETIDOS BLOQUEIO'.
027000*
027100 01 RELLGP-CORPO.
027200    03 REL-ARQUIVO            PIC X(014) VALUE SPACES.
027300    03 FILLER                 PIC X(002) VALUE SPACES.
027400    03 REL-ORG                PIC X(003) VALUE SPACES.
027500    03 FILLER                 PIC X(006) VALUE SPACES.
027600    03 REL-ARQUIVADOS         PIC Z.ZZZ.ZZ9.
027700    03 FILLER                 PIC X(005) VALUE SPACES.
027800    03 REL-ANONIMIZADOS       PIC Z.ZZZ.ZZ9.
027900    03 FILLER                 PIC X(005) VALUE SPACES.
028000    03 REL-EXPURGADOS         PIC Z.ZZZ.ZZ9.
028100    03 FILLER                 PIC X(009) VALUE SPACES.
028200    03 REL-RETIDOS            PIC Z.ZZZ.ZZ9.
028300    03 FILLER                 PIC X(052) VALUE SPACES.
028400*
028500 01 RELLGP-DECLARACAO.
028600    03 DECL-LINHA-1.
028700       05 FILLER              PIC X(044) VALUE
028800          'DECLARAMOS QUE OS REGISTROS ARQUIVADOS TIVER'.
028900       05 FILLER              PIC X(044) VALUE
029000          'AM O CPF DO CLIENTE SUBSTITUIDO POR TOKEN IR'.
029100       05 FILLER              PIC X(044) VALUE
029200          'REVERSIVEL, SEM TABELA DE                   '.
029300    03 DECL-LINHA-2.
029400       05 FILLER              PIC X(044) VALUE
029500          'CORRESPONDENCIA, MANTIDOS ORG, LOGO, DATAS E'.
029600       05 FILLER              PIC X(044) VALUE
029700          ' VALORES; QUE OS REGISTROS EXPURGADOS FORAM '.
029800       05 FILLER              PIC X(044) VALUE
029900          'REMOVIDOS DOS ARQUIVOS EM                   '.
030000    03 DECL-LINHA-3.
030100       05 FILLER              PIC X(044) VALUE
030200          'USO E GUARDADOS NO ARQUIVO HISTORICO; QUE NO'.
030300       05 FILLER              PIC X(044) VALUE
030400          'S MESTRES DE NEGATIVACAO FORA DO BUREAU O CP'.
030500       05 FILLER              PIC X(044) VALUE
030600          'F FOI SUBSTITUIDO POR TOKEN E O NOME DO     '.
030700    03 DECL-LINHA-4.
030800       05 FILLER              PIC X(044) VALUE
030900          'CLIENTE APAGADO; E QUE AS CONTAS COM BLOQUEI'.
031000       05 FILLER              PIC X(044) VALUE
031100          'O JUDICIAL VIGENTE NO BLQMST FORAM RETIDAS S'.
031200       05 FILLER              PIC X(044) VALUE
031300          'EM ALTERACAO.                               '.
031400    03 DECL-ASSINATURA.
031500       05 FILLER              PIC X(044) VALUE
031600          'RESPONSAVEL PELO PROCESSAMENTO: ____________'.
031700       05 FILLER              PIC X(044) VALUE
031800          '__________________     ENCARREGADO DE DADOS '.
031900       05 FILLER              PIC X(044) VALUE
032000          '(DPO): ______________________________       '.
032100*
032200 01 IMPRESSAO.
032300    03 WS-IMPRIME-PRAZO.
032400       05 FILLER                  PIC X(028) VALUE
032500       'PRAZO DE RETENCAO (MESES).: '.
032600       05 WS-TOT-PRAZO            PIC ZZ9.
032700    03 WS-IMPRIME-DATA-PROC.
032800       05 FILLER                  PIC X(028) VALUE
032900       'DATA DO PROCESSAMENTO.....: '.
033000       05 WS-TOT-PROC-DD          PIC 9(002).
033100       05 FILLER                  PIC X(001) VALUE '/'.
033200       05 WS-TOT-PROC-MM          PIC 9(002).
033300       05 FILLER                  PIC X(001) VALUE '/'.
033400       05 WS-TOT-PROC-AAAA        PIC 9(004).
033500    03 WS-IMPRIME-DATA-CORTE.
033600       05 FILLER                  PIC X(028) VALUE
033700       'DATA DE CORTE.............: '.
033800       05 WS-TOT-CRT-DD           PIC 9(002).
033900       05 FILLER                  PIC X(001) VALUE '/'.
034000       05 WS-TOT-CRT-MM           PIC 9(002).
034100       05 FILLER                  PIC X(001) VALUE '/'.
034200       05 WS-TOT-CRT-AAAA         PIC 9(004).
034300    03 WS-IMPRIME-LIDOS-HM.
034400       05 FILLER                  PIC X(028) VALUE
034500       'HISTMST LIDOS.............: '.
034600       05 WS-TOT-LIDOS-HM         PIC Z.ZZZ.ZZ9.
034700    03 WS-IMPRIME-LIDOS-HA.
034800       05 FILLER                  PIC X(028) VALUE
034900       'HISTANT LIDOS.............: '.
035000       05 WS-TOT-LIDOS-HA         PIC Z.ZZZ.ZZ9.
035100    03 WS-IMPRIME-LIDOS-PE.
035200       05 FILLER                  PIC X(028) VALUE
035300       'PENDENCIAS LIDAS..........: '.
035400       05 WS-TOT-LIDOS-PE         PIC Z.ZZZ.ZZ9.
035500    03 WS-IMPRIME-LIDOS-JR.
035600       05 FILLER                  PIC X(028) VALUE
035700       'RUNJRNL LIDOS.............: '.
035800       05 WS-TOT-LIDOS-JR         PIC Z.ZZZ.ZZ9.
035900    03 WS-IMPRIME-LIDOS-NG.
036000       05 FILLER                  PIC X(028) VALUE
036100       'NEGATIVACAO LIDOS.........: '.
036200       05 WS-TOT-LIDOS-NG         PIC Z.ZZZ.ZZ9.
036300    03 WS-IMPRIME-ANONIMIZADOS.
036400       05 FILLER                  PIC X(028) VALUE
036500       'CPF ANONIMIZADOS (TOKEN)..: '.
036600       05 WS-TOT-ANONIMIZADOS     PIC Z.ZZZ.ZZ9.
036700    03 WS-IMPRIME-HISARQ.
036800       05 FILLER                  PIC X(028) VALUE
036900       'GRAVADOS NO HISARQ........: '.
037000       05 WS-TOT-HISARQ           PIC Z.ZZZ.ZZ9.
037100    03 WS-IMPRIME-JRNARQ.
037200       05 FILLER                  PIC X(028) VALUE
037300       'GRAVADOS NO JRNARQ........: '.
037400       05 WS-TOT-JRNARQ           PIC Z.ZZZ.ZZ9.
037500    03 WS-IMPRIME-RETIDOS.
037600       05 FILLER                  PIC X(028) VALUE
037700       'RETIDOS POR BLOQUEIO......: '.
037800       05 WS-TOT-RETIDOS          PIC Z.ZZZ.ZZ9.
037900    03 WS-IMPRIME-RES-RETORNO.
038000       05 FILLER                  PIC X(028) VALUE
038100       'CODIGO DE RETORNO.........: '.
038200       05 WS-RES-RETORNO          PIC 9(002).
038300*----------------------------------------------------------------*
038400* VARIAVEIS CONTROLE
038500*----------------------------------------------------------------*
038600 01 CONTROLADORES.
038700    03 FS-PARM                  PIC X(002) VALUE '00'.
038800    03 FS-HISTMST               PIC X(002) VALUE '00'.
038900    03 FS-BLQMST                PIC X(002) VALUE '00'.
039000    03 FS-HANANT                PIC X(002) VALUE '00'.
039100    03 FS-HANNOV                PIC X(002) VALUE '00'.
039200    03 FS-PENANT                PIC X(002) VALUE '00'.
039300    03 FS-PENNOV                PIC X(002) VALUE '00'.
039400    03 FS-JRNANT                PIC X(002) VALUE '00'.
039500    03 FS-JRNNOV                PIC X(002) VALUE '00'.
039600    03 FS-JRNARQ                PIC X(002) VALUE '00'.
039700    03 FS-HISARQ                PIC X(002) VALUE '00'.
039800    03 FS-NEGANT                PIC X(002) VALUE '00'.
039900    03 FS-NEGNSE                PIC X(002) VALUE '00'.
040000    03 FS-NEGNSP                PIC X(002) VALUE '00'.
040100    03 FS-RELLGP                PIC X(002) VALUE '00'.
040200*
040300    03 WS-SEM-BLQMST            PIC X(001) VALUE 'N'.
040400       88 WS-BLQMST-AUSENTE           VALUE 'S'.
040500    03 WS-SEM-HANANT            PIC X(001) VALUE 'N'.
040600       88 WS-HANANT-AUSENTE           VALUE 'S'.
040700    03 WS-SEM-PENANT            PIC X(001) VALUE 'N'.
040800       88 WS-PENANT-AUSENTE           VALUE 'S'.
040900    03 WS-SEM-JRNANT            PIC X(001) VALUE 'N'.
041000       88 WS-JRNANT-AUSENTE           VALUE 'S'.
041100    03 WS-SEM-NEGANT            PIC X(001) VALUE 'N'.
041200       88 WS-NEGANT-AUSENTE           VALUE 'S'.
041300    03 WS-TEM-CTRL-TOKEN        PIC X(001) VALUE 'N'.
041400       88 WS-CONTROLE-TOKEN-EXISTE    VALUE 'S'.
041500    03 WS-IND-TOKEN             PIC X(001) VALUE 'N'.
041600       88 WS-TOKEN-GERADO             VALUE 'S'.
041700    03 WS-MESTRE-VAZIO          PIC X(001) VALUE 'N'.
041800       88 WS-HISTMST-VAZIO            VALUE 'S'.
041900    03 WS-IND-BLOQUEIO          PIC X(001) VALUE 'N'.
042000       88 WS-CONTA-BLOQUEADA          VALUE 'S'.
042100    03 WS-IND-ENCERRADA         PIC X(001) VALUE 'N'.
042200       88 WS-CONTA-ENCERRADA          VALUE 'S'.
042300    03 WS-CHAVE-CONTA.
042400       05 WS-CHV-ORG            PIC 9(003) VALUE ZEROS.
042500       05 WS-CHV-CONTA          PIC X(019) VALUE SPACES.
042600    03 WS-MESES-RETENCAO        PIC 9(003) VALUE ZEROS.
042700    03 WS-MESES-CORTE           PIC 9(006) VALUE ZEROS.
042800    03 WS-MES-RESTO             PIC 9(002) VALUE ZEROS.
042900*
043000    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
043100    03 WS-DATA-JULIANA-R REDEFINES WS-DATA-JULIANA.
043200       05 WS-JUL-SECULO         PIC 9(002).
043300       05 WS-JUL-AA             PIC 9(002).
043400       05 WS-JUL-DDD            PIC 9(003).
043500    03 WS-DATA-AMCR             PIC 9(008) VALUE ZEROS.
043600    03 WS-DATA-AMCR-R REDEFINES WS-DATA-AMCR.
043700       05 WS-AMCR-DD            PIC 9(002).
043800       05 WS-AMCR-MM            PIC 9(002).
043900       05 WS-AMCR-AAAA          PIC 9(004).
044000    03 WS-DATA-PROC-INV.
044100       05 WS-INV-AAAA           PIC 9(004) VALUE ZEROS.
044200       05 WS-INV-MM             PIC 9(002) VALUE ZEROS.
044300       05 WS-INV-DD             PIC 9(002) VALUE ZEROS.
044400    03 WS-DATA-PROC-AAAAMMDD REDEFINES WS-DATA-PROC-INV
044500                                PIC 9(008).
044600    03 WS-DATA-CORTE-INV.
044700       05 WS-CRT-AAAA           PIC 9(004) VALUE ZEROS.
044800       05 WS-CRT-MM             PIC 9(002) VALUE ZEROS.
044900       05 WS-CRT-DD             PIC 9(002) VALUE ZEROS.
045000    03 WS-DATA-CORTE REDEFINES WS-DATA-CORTE-INV
045100                                PIC 9(008).
045200    03 WS-DATA-DDMMAAAA         PIC 9(008) VALUE ZEROS.
045300    03 WS-DATA-DDMMAAAA-R REDEFINES WS-DATA-DDMMAAAA.
045400       05 WS-DMA-DD             PIC 9(002).
045500       05 WS-DMA-MM             PIC 9(002).
045600       05 WS-DMA-AAAA           PIC 9(004).
045700    03 WS-DATA-REF-INV.
045800       05 WS-REF-AAAA           PIC 9(004) VALUE ZEROS.
045900       05 WS-REF-MM             PIC 9(002) VALUE ZEROS.
046000       05 WS-REF-DD             PIC 9(002) VALUE ZEROS.
046100    03 WS-DATA-REFERENCIA REDEFINES WS-DATA-REF-INV
046200                                PIC 9(008).
046300    03 WS-MOTIVO-RECUSA         PIC X(040) VALUE SPACES.
046400    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
046500*
046600 01 CONTADORES.
046700    03 WS-CONT-LIDOS-HM         PIC 9(007) VALUE ZEROS.
046800    03 WS-CONT-LIDOS-HA         PIC 9(007) VALUE ZEROS.
046900    03 WS-CONT-LIDOS-PE         PIC 9(007) VALUE ZEROS.
047000    03 WS-CONT-LIDOS-JR         PIC 9(007) VALUE ZEROS.
047100    03 WS-CONT-LIDOS-NG         PIC 9(007) VALUE ZEROS.
047200    03 WS-CONT-ANONIMIZADOS     PIC 9(007) VALUE ZEROS.
047300    03 WS-CONT-HISARQ           PIC 9(007) VALUE ZEROS.
047400    03 WS-CONT-JRNARQ           PIC 9(007) VALUE ZEROS.
047500    03 WS-CONT-JRNNOV           PIC 9(007) VALUE ZEROS.
047600    03 WS-CONT-RETIDOS          PIC 9(007) VALUE ZEROS.
047700    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
047800    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
047900*
048000*----TOKEN IRREVERSIVEL QUE SUBSTITUI O CPF DO CLIENTE-----------*
048100 01 TOKEN-ANONIMIZACAO.
048200    03 WS-TOKEN.
048300       05 WS-TOK-MARCA          PIC X(001) VALUE 'L'.
048400       05 WS-TOK-AA             PIC 9(002) VALUE ZEROS.
048500       05 WS-TOK-DDD            PIC 9(003) VALUE ZEROS.
048600       05 WS-TOK-SEQ            PIC 9(005) VALUE ZEROS.
048700    03 WS-SEQ-TOKEN             PIC 9(005) VALUE ZEROS.
048800    03 WS-CONTA-CTRL-TOKEN      PIC X(019) VALUE
048900       'CONTROLE TOKEN LGPD'.
049000*
049100*----IMAGENS GRAVADAS NO ARQUIVO HISTORICO-----------------------*
049200 01 WS-IMG-HISTMST.
049300    03 WS-IMH-ORG               PIC 9(003).
049400    03 WS-IMH-CONTA             PIC X(019).
049500    03 WS-IMH-LOGO              PIC 9(003).
049600    03 WS-IMH-CPF-CLIENTE       PIC X(011).
049700    03 FILLER                   PIC X(044).
049800*
049900 01 WS-IMG-PENDENCIA.
050000    03 WS-IMP-ORG               PIC 9(003).
050100    03 WS-IMP-CONTA             PIC X(019).
050200    03 WS-IMP-CPF-CLIENTE       PIC X(011).
050300    03 FILLER                   PIC X(027).
050400*
050500*----NOMES DOS ARQUIVOS NO CERTIFICADO---------------------------*
050600 01 TABELA-NOME-ARQUIVO.
050700    03 FILLER                   PIC X(014) VALUE 'HISTMST'.
050800    03 FILLER                   PIC X(014) VALUE 'HISTANT'.
050900    03 FILLER                   PIC X(014) VALUE
051000       'PENDENCIAS 911'.
051100    03 FILLER                   PIC X(014) VALUE 'NEGATIVACAO'.
051200 01 FILLER REDEFINES TABELA-NOME-ARQUIVO.
051300    03 WS-NOME-ARQUIVO          PIC X(014) OCCURS 4 TIMES.
051400*
051500*----TOTAIS POR ARQUIVO E ORG (OCORRENCIA 101 = TOTAL)-----------*
051600*----ARQUIVO 1 = HISTMST / 2 = HISTANT / 3 = PENDENCIAS----------*
051700*----ARQUIVO 4 = NEGATIVACAO-------------------------------------*
051800 01 TABELA-ORG-LGPD.
051900    03 WS-QTDE-LORG             PIC 9(003) VALUE ZEROS.
052000    03 WS-TAB-LORG OCCURS 101 TIMES.
052100       05 WS-LORG-ORG           PIC 9(003).
052200       05 WS-LORG-ARQUIVO OCCURS 4 TIMES.
052300          07 WS-LORG-ARQ        PIC 9(007).
052400          07 WS-LORG-ANO        PIC 9(007).
052500          07 WS-LORG-EXP        PIC 9(007).
052600          07 WS-LORG-RET        PIC 9(007).
052700    03 WS-IND-LORG              PIC 9(003) VALUE ZEROS.
052800    03 WS-IND-ARQ               PIC 9(001) VALUE ZEROS.
052900    03 WS-ORG-PROCURA           PIC 9(003) VALUE ZEROS.
053000    03 WS-ORG-EDITADA           PIC 9(003) VALUE ZEROS.
053100    03 WS-ACHOU-LORG            PIC X(001) VALUE 'N'.
053200       88 WS-LORG-LOCALIZADA       VALUE 'S'.
053300*----------------------------------------------------------------*
053400* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
053500*----------------------------------------------------------------*
053600 01 MONTADORES-DATA.
053700    03 WS-DATA-SYS.
053800       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
053900       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
054000       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
054100*----------------------------------------------------------------*
054200*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
054300*----------------------------------------------------------------*
054400*
054500     COPY AR00WS.
054600*
054700     COPY AMCRIO.
054800     COPY AMCRRL.
054900     COPY AMCRRB.
055000*
055100     COPY CCS302.
055200*
055300     COPY CCS301.
055400*
055500     COPY UUGJRNW.
055600*================================================================*
055700 PROCEDURE DIVISION.
055800*================================================================*
055900 ROTINA-PRINCIPAL.
056000     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
056100*
056200     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
056300*
056400     PERFORM ANONIMIZA-HISTMST       THRU ANONIMIZA-HISTMST-FIM.
056500     PERFORM RETEM-HISTANT           THRU RETEM-HISTANT-FIM.
056600     PERFORM RETEM-PENDENCIAS        THRU RETEM-PENDENCIAS-FIM.
056700     PERFORM ANONIMIZA-NEGATIVACAO   THRU
056800             ANONIMIZA-NEGATIVACAO-FIM.
056900     PERFORM EXPURGA-RUNJRNL         THRU EXPURGA-RUNJRNL-FIM.
057000*
057100     PERFORM IMPRIME-CERTIFICADO     THRU IMPRIME-CERTIFICADO-FIM.
057200*
057300     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
057400*
057500     DISPLAY WS-IMPRIME-PRAZO.
057600     DISPLAY WS-IMPRIME-DATA-PROC.
057700     DISPLAY WS-IMPRIME-DATA-CORTE.
057800     DISPLAY WS-IMPRIME-LIDOS-HM.
057900     DISPLAY WS-IMPRIME-LIDOS-HA.
058000     DISPLAY WS-IMPRIME-LIDOS-PE.
058100     DISPLAY WS-IMPRIME-LIDOS-JR.
058200     DISPLAY WS-IMPRIME-LIDOS-NG.
058300     DISPLAY WS-IMPRIME-ANONIMIZADOS.
058400     DISPLAY WS-IMPRIME-HISARQ.
058500     DISPLAY WS-IMPRIME-JRNARQ.
058600     DISPLAY WS-IMPRIME-RETIDOS.
058700     DISPLAY WS-IMPRIME-RES-RETORNO.
058800*
058900     MOVE 'UUGPB925'                 TO RUNJRN-WS-PROGRAMA.
059000     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-LIDOS-HM
059100                               + WS-CONT-LIDOS-HA
059200                               + WS-CONT-LIDOS-PE
059300                               + WS-CONT-LIDOS-JR
059400                               + WS-CONT-LIDOS-NG.
059500     COMPUTE RUNJRN-WS-SAIDA   = WS-CONT-ANONIMIZADOS
059600                               + WS-CONT-HISARQ
059700                               + WS-CONT-JRNARQ.
059800     MOVE WS-CONT-RETIDOS            TO RUNJRN-WS-REJEITOS.
059900     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
060000     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
060100*
060200     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
060300*
060400     STOP RUN.
060500*
060600 ROTINA-PRINCIPAL-FIM.
060700*
060800*------------------ABERTURA DE ARQUIVOS
060900 ABRIR-ARQUIVOS.
061000*----DATA DE PROCESSAMENTO DO AMCR (TOKEN E DATA DE CORTE)-------
061100     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
061200     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
061300     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
061400     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
061500     MOVE ZEROS               TO AMCRIO-ORG.
061600     MOVE ZEROS               TO AMCRIO-LOGO.
061700     MOVE ZEROS               TO AMCRIO-REC-NBR.
061800     SET AMCRRB-READ-RANDOM          TO TRUE.
061900     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
062000     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
062100     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
062200     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
062300     SET AMCRRB-CLOSE                TO TRUE.
062400     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
062500     MOVE WS-JUL-AA           TO WS-TOK-AA.
062600     MOVE WS-JUL-DDD          TO WS-TOK-DDD.
062700*----DATA AAAAMMDD PARA O CORTE E A VIGENCIA DOS BLOQUEIOS--------
062800     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
062900     MOVE 1                   TO WS-DATE-FORMAT.
063000     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
063100     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
063200     MOVE WS-AMCR-AAAA        TO WS-INV-AAAA.
063300     MOVE WS-AMCR-MM          TO WS-INV-MM.
063400     MOVE WS-AMCR-DD          TO WS-INV-DD.
063500*
063600*----PRAZO DE RETENCAO EM MESES DO PARM---------------------------
063700     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
063800     OPEN INPUT PARM.
063900     IF FS-PARM = '00'
064000     ,  MOVE 'RDPM'                TO WS-ABEND-LOCATION
064100     ,  READ PARM
064200     ,  IF FS-PARM = '00'
064300     ,  ,  IF PARM-MESES-RETENCAO NUMERIC
064400     ,  ,  ,  MOVE PARM-MESES-RETENCAO TO WS-MESES-RETENCAO
064500     ,  ,  END-IF
064600     ,  END-IF
064700     ,  CLOSE PARM
064800     END-IF.
064900     IF WS-MESES-RETENCAO = ZEROS
065000     ,  MOVE 'PARM SEM PRAZO DE RETENCAO EM MESES'
065100     ,                             TO WS-MOTIVO-RECUSA
065200     ,  PERFORM RECUSA-PROCESSAMENTO THRU RECUSA-PROCESSAMENTO-FIM
065300     END-IF.
065400*
065500*----DATA DE CORTE: PROCESSAMENTO MENOS O PRAZO (MESMO DIA)-------
065600     COMPUTE WS-MESES-CORTE = WS-INV-AAAA * 12 + WS-INV-MM - 1
065700                            - WS-MESES-RETENCAO.
065800     DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CRT-AAAA
065900            REMAINDER WS-MES-RESTO.
066000     COMPUTE WS-CRT-MM = WS-MES-RESTO + 1.
066100     MOVE WS-INV-DD           TO WS-CRT-DD.
066200*
066300     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
066400     OPEN I-O HISTMST.
066500     IF FS-HISTMST NOT EQUAL '00'
066600     ,  DISPLAY '**************************'
066700     ,  DISPLAY '** OPEN ERROR HISTMST    **'
066800     ,  DISPLAY '** STATUS = ' FS-HISTMST
066900     ,  DISPLAY '**************************'
067000     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
067100     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
067200     END-IF.
067300     PERFORM CONTROLA-TOKEN   THRU CONTROLA-TOKEN-FIM.
067400*
067500     MOVE 'OPBM'              TO WS-ABEND-LOCATION.
067600     OPEN INPUT BLQMST.
067700     IF FS-BLQMST = '35'
067800     ,  MOVE 'S'                   TO WS-SEM-BLQMST
067900     ,  DISPLAY '** BLQMST NAO CARREGADO - SEM BLOQUEIOS **'
068000     ELSE
068100     ,  IF FS-BLQMST NOT EQUAL '00'
068200     ,  ,  DISPLAY '**************************'
068300     ,  ,  DISPLAY '** OPEN ERROR BLQMST      **'
068400     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
068500     ,  ,  DISPLAY '**************************'
068600     ,  ,  MOVE 'ERRO OPEN BLQM  '   TO WS-ABENDMSG8
068700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
068800     ,  END-IF
068900     END-IF.
069000*
069100*----JORNAL HISTANT: AUSENTE ANTES DO PRIMEIRO CICLO--------------
069200     MOVE 'OPHA'              TO WS-ABEND-LOCATION.
069300     OPEN INPUT HANANT.
069400     IF FS-HANANT = '35'
069500     ,  MOVE 'S'                   TO WS-SEM-HANANT
069600     ELSE
069700     ,  IF FS-HANANT NOT EQUAL '00'
069800     ,  ,  DISPLAY '**************************'
069900     ,  ,  DISPLAY '** OPEN ERROR HANANT      **'
070000     ,  ,  DISPLAY '** STATUS = ' FS-HANANT
070100     ,  ,  DISPLAY '**************************'
070200     ,  ,  MOVE 'ERRO OPEN HANAN '   TO WS-ABENDMSG8
070300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
070400     ,  END-IF
070500     END-IF.
070600*
070700*----MESTRE DE PENDENCIAS DO UUGPB911: PODE NAO EXISTIR-----------
070800     MOVE 'OPPA'              TO WS-ABEND-LOCATION.
070900     OPEN INPUT PENANT.
071000     IF FS-PENANT = '35'
071100     ,  MOVE 'S'                   TO WS-SEM-PENANT
071200     ELSE
071300     ,  IF FS-PENANT NOT EQUAL '00'
071400     ,  ,  DISPLAY '**************************'
071500     ,  ,  DISPLAY '** OPEN ERROR PENANT      **'
071600     ,  ,  DISPLAY '** STATUS = ' FS-PENANT
071700     ,  ,  DISPLAY '**************************'
071800     ,  ,  MOVE 'ERRO OPEN PENAN '   TO WS-ABENDMSG8
071900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
072000     ,  END-IF
072100     END-IF.
072200*
072300     MOVE 'OPJA'              TO WS-ABEND-LOCATION.
072400     OPEN INPUT JRNANT.
072500     IF FS-JRNANT = '35'
072600     ,  MOVE 'S'                   TO WS-SEM-JRNANT
072700     ELSE
072800     ,  IF FS-JRNANT NOT EQUAL '00'
072900     ,  ,  DISPLAY '**************************'
073000     ,  ,  DISPLAY '** OPEN ERROR JRNANT      **'
073100     ,  ,  DISPLAY '** STATUS = ' FS-JRNANT
073200     ,  ,  DISPLAY '**************************'
073300     ,  ,  MOVE 'ERRO OPEN JRNAN '   TO WS-ABENDMSG8
073400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
073500     ,  END-IF
073600     END-IF.
073700*
073800*----MESTRES DE NEGATIVACAO DO UUGPB924: PODEM NAO EXISTIR--------
073900     MOVE 'OPNA'              TO WS-ABEND-LOCATION.
074000     OPEN INPUT NEGANT.
074100     IF FS-NEGANT = '35'
074200     ,  MOVE 'S'                   TO WS-SEM-NEGANT
074300     ELSE
074400     ,  IF FS-NEGANT NOT EQUAL '00'
074500     ,  ,  DISPLAY '**************************'
074600     ,  ,  DISPLAY '** OPEN ERROR NEGANT      **'
074700     ,  ,  DISPLAY '** STATUS = ' FS-NEGANT
074800     ,  ,  DISPLAY '**************************'
074900     ,  ,  MOVE 'ERRO OPEN NEGAN '   TO WS-ABENDMSG8
075000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
075100     ,  END-IF
075200     END-IF.
075300*
075400     MOVE 'OPSD'              TO WS-ABEND-LOCATION.
075500     OPEN OUTPUT HANNOV PENNOV JRNNOV JRNARQ HISARQ RELLGP
075600                 NEGNSE NEGNSP.
075700     IF FS-HANNOV NOT EQUAL '00'
075800     OR FS-PENNOV NOT EQUAL '00'
075900     OR FS-JRNNOV NOT EQUAL '00'
076000     OR FS-JRNARQ NOT EQUAL '00'
076100     OR FS-HISARQ NOT EQUAL '00'
076200     OR FS-RELLGP NOT EQUAL '00'
076300     OR FS-NEGNSE NOT EQUAL '00'
076400     OR FS-NEGNSP NOT EQUAL '00'
076500     ,  DISPLAY '**************************'
076600     ,  DISPLAY '** OPEN ERROR SAIDAS     **'
076700     ,  DISPLAY '** HANNOV = ' FS-HANNOV ' PENNOV = ' FS-PENNOV
076800     ,  DISPLAY '** JRNNOV = ' FS-JRNNOV ' JRNARQ = ' FS-JRNARQ
076900     ,  DISPLAY '** HISARQ = ' FS-HISARQ ' RELLGP = ' FS-RELLGP
077000     ,  DISPLAY '** NEGNSE = ' FS-NEGNSE ' NEGNSP = ' FS-NEGNSP
077100     ,  DISPLAY '**************************'
077200     ,  MOVE 'ERRO OPEN SAIDA '   TO WS-ABENDMSG8
077300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
077400     END-IF.
077500*
077600     MOVE 101                 TO WS-IND-LORG.
077700     MOVE 999                 TO WS-LORG-ORG(WS-IND-LORG).
077800     PERFORM LIMPA-LORG       THRU LIMPA-LORG-FIM.
077900 ABRIR-ARQUIVOS-FIM. EXIT.
078000*------------------FIM DA ABERTURA DOS ARQUIVOS
078100*--------RECUSA DO PROCESSAMENTO (NADA E GRAVADO)----------------*
078200 RECUSA-PROCESSAMENTO.
078300     DISPLAY '*************************'.
078400     DISPLAY '** RETENCAO LGPD RECUSADA **'.
078500     DISPLAY '** PRAZO (MESES).: ' WS-MESES-RETENCAO.
078600     DISPLAY '** MOTIVO........: ' WS-MOTIVO-RECUSA.
078700     DISPLAY '*************************'.
078800     MOVE 'UUGPB925'                TO RUNJRN-WS-PROGRAMA.
078900     MOVE ZEROS                     TO RUNJRN-WS-ENTRADA
079000                                       RUNJRN-WS-SAIDA
079100                                       RUNJRN-WS-REJEITOS.
079200     MOVE 12                        TO RUNJRN-WS-RETORNO.
079300     PERFORM GRAVA-RUN-JOURNAL      THRU GRAVA-RUN-JOURNAL-EXIT.
079400     MOVE 12                        TO RETURN-CODE.
079500     STOP RUN.
079600 RECUSA-PROCESSAMENTO-FIM. EXIT.
079700*--FIM RECUSA DO PROCESSAMENTO-----------------------------------*
079800*--CONTROLE DE TOKEN (ORG 000): UMA EXECUCAO POR DATA DO AMCR----*
079900*--O SEQUENCIAL DO TOKEN RECOMECA A CADA EXECUCAO; SE A DATA JA--*
080000*--FOI USADA, OS TOKENS GERADOS SE REPETIRIAM--------------------*
080100 CONTROLA-TOKEN.
080200     MOVE 'RDTK'                    TO WS-ABEND-LOCATION.
080300     MOVE ZEROS                     TO HISTMST-ORG.
080400     MOVE WS-CONTA-CTRL-TOKEN       TO HISTMST-CONTA.
080500     READ HISTMST.
080600     IF FS-HISTMST = '00'
080700     ,  MOVE 'S'                    TO WS-TEM-CTRL-TOKEN
080800     ,  IF HISTMST-CPF-CLIENTE(2:5) = WS-TOKEN(2:5)
080900     ,  ,  MOVE 'TOKENS JA GERADOS NESTA DATA DO AMCR'
081000     ,  ,                           TO WS-MOTIVO-RECUSA
081100     ,  ,  PERFORM RECUSA-PROCESSAMENTO
081200     ,  ,          THRU RECUSA-PROCESSAMENTO-FIM
081300     ,  END-IF
081400     ELSE
081500     ,  IF FS-HISTMST NOT = '23'
081600     ,  ,  DISPLAY '*************************'
081700     ,  ,  DISPLAY '** READ CONTROLE TOKEN **'
081800     ,  ,  DISPLAY '** STATUS = ' FS-HISTMST
081900     ,  ,  DISPLAY '*************************'
082000     ,  ,  MOVE 'ERRO READ CTRL  '  TO WS-ABENDMSG8
082100     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
082200     ,  END-IF
082300     END-IF.
082400*----GRAVA A DATA ANTES DE GERAR O PRIMEIRO TOKEN (VALE TAMBEM----
082500*----PARA A EXECUCAO QUE CANCELAR NO MEIO)------------------------
082600     MOVE 'GRTK'                    TO WS-ABEND-LOCATION.
082700     MOVE ZEROS                     TO HISTMST-ORG.
082800     MOVE WS-CONTA-CTRL-TOKEN       TO HISTMST-CONTA.
082900     MOVE ZEROS                     TO HISTMST-LOGO.
083000     MOVE WS-TOKEN                  TO HISTMST-CPF-CLIENTE.
083100     MOVE WS-DATA-AMCR              TO HISTMST-DATA-PRIM-SELECAO
083200                                       HISTMST-DATA-ULT-SELECAO.
083300     MOVE ZEROS                     TO HISTMST-SALDO-ULT-SELECAO
083400                                       HISTMST-NUM-EXECUCAO
083500                                       HISTMST-QTDE-CICLOS.
083600     MOVE SPACES                    TO HISTMST-REGISTRO(74:7).
083700     IF WS-CONTROLE-TOKEN-EXISTE
083800     ,  REWRITE HISTMST-REGISTRO
083900     ELSE
084000     ,  WRITE HISTMST-REGISTRO
084100     END-IF.
084200     IF FS-HISTMST NOT = '00'
084300     ,  DISPLAY '*************************'
084400     ,  DISPLAY '** GRAVA CONTROLE TOKEN **'
084500     ,  DISPLAY '** STATUS = ' FS-HISTMST
084600     ,  DISPLAY '*************************'
084700     ,  MOVE 'ERRO GRAV CTRL  '     TO WS-ABENDMSG8
084800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
084900     END-IF.
085000 CONTROLA-TOKEN-FIM. EXIT.
085100*--FIM CONTROLE DE TOKEN-----------------------------------------*
085200*
085300 LIMPA-LORG.
085400     MOVE 1                         TO WS-IND-ARQ.
085500     PERFORM LIMPA-LORG-ARQUIVO     THRU LIMPA-LORG-ARQUIVO-FIM
085600             UNTIL WS-IND-ARQ > 4.
085700 LIMPA-LORG-FIM. EXIT.
085800 LIMPA-LORG-ARQUIVO.
085900     MOVE ZEROS TO WS-LORG-ARQ(WS-IND-LORG, WS-IND-ARQ)
086000                   WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
086100                   WS-LORG-EXP(WS-IND-LORG, WS-IND-ARQ)
086200                   WS-LORG-RET(WS-IND-LORG, WS-IND-ARQ).
086300     ADD 1                          TO WS-IND-ARQ.
086400 LIMPA-LORG-ARQUIVO-FIM. EXIT.
086500*
086600*------LOCALIZA (OU INCLUI) A ORG NA TABELA DO CERTIFICADO-------*
086700 LOCALIZA-ORG.
086800     MOVE 'N'                       TO WS-ACHOU-LORG.
086900     MOVE ZEROS                     TO WS-IND-LORG.
087000     PERFORM PROCURA-ORG            THRU PROCURA-ORG-FIM
087100             UNTIL WS-IND-LORG >= WS-QTDE-LORG
087200             OR    WS-LORG-LOCALIZADA.
087300     IF NOT WS-LORG-LOCALIZADA
087400     ,  IF WS-QTDE-LORG >= 100
087500     ,  ,  MOVE 'LCOR'              TO WS-ABEND-LOCATION
087600     ,  ,  DISPLAY '*************************'
087700     ,  ,  DISPLAY '** TABELA ORG LGPD ESGOTADA **'
087800     ,  ,  DISPLAY '*************************'
087900     ,  ,  MOVE 'TAB LORG CHEIA  '  TO WS-ABENDMSG8
088000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
088100     ,  END-IF
088200     ,  ADD 1                       TO WS-QTDE-LORG
088300     ,  MOVE WS-QTDE-LORG           TO WS-IND-LORG
088400     ,  MOVE WS-ORG-PROCURA  TO WS-LORG-ORG(WS-IND-LORG)
088500     ,  PERFORM LIMPA-LORG          THRU LIMPA-LORG-FIM
088600     END-IF.
088700 LOCALIZA-ORG-FIM. EXIT.
088800 PROCURA-ORG.
088900     ADD 1                          TO WS-IND-LORG.
089000     IF WS-LORG-ORG(WS-IND-LORG) = WS-ORG-PROCURA
089100     ,  SET WS-LORG-LOCALIZADA      TO TRUE
089200     END-IF.
089300 PROCURA-ORG-FIM. EXIT.
089400*
089500*----CONTA RETIDA POR BLOQUEIO: NADA E ALTERADO------------------*
089600 ACUMULA-RETIDO.
089700     MOVE WS-CHV-ORG                TO WS-ORG-PROCURA.
089800     PERFORM LOCALIZA-ORG           THRU LOCALIZA-ORG-FIM.
089900     ADD 1 TO WS-LORG-RET(WS-IND-LORG, WS-IND-ARQ)
090000              WS-LORG-RET(101, WS-IND-ARQ).
090100     ADD 1                          TO WS-CONT-RETIDOS.
090200 ACUMULA-RETIDO-FIM. EXIT.
090300*
090400*----CONSULTA DO MESTRE DE BLOQUEIOS JUDICIAIS (VIGENCIA)--------*
090500 CONSULTA-BLOQUEIO.
090600     MOVE 'N'                       TO WS-IND-BLOQUEIO.
090700     IF WS-BLQMST-AUSENTE
090800     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
090900     END-IF.
091000     MOVE WS-CHV-ORG                TO BLQMST-ORG.
091100     MOVE WS-CHV-CONTA              TO BLQMST-CONTA.
091200     MOVE 'RDBM'                    TO WS-ABEND-LOCATION.
091300     READ BLQMST.
091400     IF FS-BLQMST = '23'
091500     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
091600     END-IF.
091700     IF FS-BLQMST NOT = '00'
091800     ,  DISPLAY '*************************'
091900     ,  DISPLAY '**    READ BLQMST      **'
092000     ,  DISPLAY '** STATUS = ' FS-BLQMST
092100     ,  DISPLAY '*************************'
092200     ,  MOVE 'ERRO READ BLQM  '     TO WS-ABENDMSG8
092300     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
092400     END-IF.
092500     IF BLQMST-DATA-INICIO > WS-DATA-PROC-AAAAMMDD
092600     OR BLQMST-DATA-FIM    < WS-DATA-PROC-AAAAMMDD
092700     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
092800     END-IF.
092900     MOVE 'S'                       TO WS-IND-BLOQUEIO.
093000 CONSULTA-BLOQUEIO-FIM. EXIT.
093100*
093200*----CONTA ENCERRADA: FORA DO HISTMST OU SEM SELECAO DESDE O CORTE
093300 VERIFICA-ENCERRADA.
093400     MOVE 'N'                       TO WS-IND-ENCERRADA.
093500     MOVE WS-CHV-ORG                TO HISTMST-ORG.
093600     MOVE WS-CHV-CONTA              TO HISTMST-CONTA.
093700     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
093800     READ HISTMST.
093900     IF FS-HISTMST = '23'
094000     ,  MOVE 'S'                    TO WS-IND-ENCERRADA
094100     ,  GO                          TO VERIFICA-ENCERRADA-FIM
094200     END-IF.
094300     IF FS-HISTMST NOT = '00'
094400     ,  DISPLAY '*************************'
094500     ,  DISPLAY '**    READ HISTMST     **'
094600     ,  DISPLAY '** STATUS = ' FS-HISTMST
094700     ,  DISPLAY '*************************'
094800     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
094900     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
095000     END-IF.
095100     MOVE HISTMST-DATA-ULT-SELECAO  TO WS-DATA-DDMMAAAA.
095200     PERFORM INVERTE-DATA           THRU INVERTE-DATA-FIM.
095300     IF WS-DATA-REFERENCIA < WS-DATA-CORTE
095400     ,  MOVE 'S'                    TO WS-IND-ENCERRADA
095500     END-IF.
095600 VERIFICA-ENCERRADA-FIM. EXIT.
095700*
095800*----DDMMAAAA PARA AAAAMMDD (COMPARACAO COM A DATA DE CORTE)-----*
095900 INVERTE-DATA.
096000     MOVE WS-DMA-AAAA               TO WS-REF-AAAA.
096100     MOVE WS-DMA-MM                 TO WS-REF-MM.
096200     MOVE WS-DMA-DD                 TO WS-REF-DD.
096300 INVERTE-DATA-FIM. EXIT.
096400*
096500*----PROXIMO TOKEN: 'L' + AADDD DO PROCESSAMENTO + SEQUENCIAL----*
096600 GERA-TOKEN.
096700     IF WS-SEQ-TOKEN = 99999
096800     ,  MOVE 'GRTK'                 TO WS-ABEND-LOCATION
096900     ,  DISPLAY '*************************'
097000     ,  DISPLAY '** TOKENS DA DATA ESGOTADOS **'
097100     ,  DISPLAY '*************************'
097200     ,  MOVE 'TOKEN ESGOTADO  '     TO WS-ABENDMSG8
097300     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
097400     END-IF.
097500     ADD 1                          TO WS-SEQ-TOKEN.
097600     MOVE WS-SEQ-TOKEN              TO WS-TOK-SEQ.
097700 GERA-TOKEN-FIM. EXIT.
097800*
097900 GRAVA-HISARQ.
098000     MOVE 'GRHA'                    TO WS-ABEND-LOCATION.
098100     WRITE HISARQ-REGISTRO.
098200     IF FS-HISARQ NOT = '00'
098300     ,  DISPLAY '*************************'
098400     ,  DISPLAY '**   WRITE HISARQ      **'
098500     ,  DISPLAY '** STATUS = ' FS-HISARQ
098600     ,  DISPLAY '*************************'
098700     ,  MOVE 'ERRO WRIT HISAR '     TO WS-ABENDMSG8
098800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
098900     END-IF.
099000     ADD 1                          TO WS-CONT-HISARQ.
099100 GRAVA-HISARQ-FIM. EXIT.
099200*
099300*--------HISTMST: ANONIMIZACAO DAS CONTAS ENCERRADAS-------------*
099400 ANONIMIZA-HISTMST.
099500     MOVE 1                         TO WS-IND-ARQ.
099600     MOVE ZEROS                     TO HISTMST-ORG.
099700     MOVE LOW-VALUES                TO HISTMST-CONTA.
099800     MOVE 'STHM'                    TO WS-ABEND-LOCATION.
099900     START HISTMST KEY NOT LESS THAN HISTMST-CHAVE.
100000     IF FS-HISTMST = '23'
100100     ,  MOVE 'S'                    TO WS-MESTRE-VAZIO
100200     ,  GO                          TO ANONIMIZA-HISTMST-FIM
100300     END-IF.
100400     IF FS-HISTMST NOT = '00'
100500     ,  DISPLAY '*************************'
100600     ,  DISPLAY '** START HISTMST       **'
100700     ,  DISPLAY '** STATUS = ' FS-HISTMST
100800     ,  DISPLAY '*************************'
100900     ,  MOVE 'ERRO STRT HISTM '     TO WS-ABENDMSG8
101000     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
101100     END-IF.
101200     PERFORM LER-HISTMST            THRU LER-HISTMST-FIM.
101300     PERFORM TRATA-HISTMST          THRU TRATA-HISTMST-FIM
101400             UNTIL FS-HISTMST = '10'.
101500 ANONIMIZA-HISTMST-FIM. EXIT.
101600*
101700 LER-HISTMST.
101800     MOVE 'RNHM'                    TO WS-ABEND-LOCATION.
101900     READ HISTMST NEXT RECORD.
102000     IF FS-HISTMST NOT = ZEROS
102100     ,  IF FS-HISTMST NOT = 10
102200     ,  ,  DISPLAY '*************************'
102300     ,  ,  DISPLAY '**    READ HISTMST     **'
102400     ,  ,  DISPLAY '** STATUS = ' FS-HISTMST
102500     ,  ,  DISPLAY '*************************'
102600     ,  ,  MOVE 'ERRO READ HISTM '  TO WS-ABENDMSG8
102700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
102800     ,  END-IF
102900     ,  GO                          TO LER-HISTMST-FIM
103000     END-IF.
103100     IF HISTMST-ORG NOT = ZEROS
103200     ,  ADD 1                       TO WS-CONT-LIDOS-HM
103300     END-IF.
103400 LER-HISTMST-FIM. EXIT.
103500*
103600*----REGISTRO DE CONTROLE (ORG 000) E CPF JA ANONIMIZADO: IGNORA-*
103700 TRATA-HISTMST.
103800     IF HISTMST-ORG = ZEROS
103900     OR HISTMST-CPF-CLIENTE(1:1) = WS-TOK-MARCA
104000     ,  GO                          TO TRATA-HISTMST-PROXIMO
104100     END-IF.
104200     MOVE HISTMST-DATA-ULT-SELECAO  TO WS-DATA-DDMMAAAA.
104300     PERFORM INVERTE-DATA           THRU INVERTE-DATA-FIM.
104400     IF WS-DATA-REFERENCIA NOT < WS-DATA-CORTE
104500     ,  GO                          TO TRATA-HISTMST-PROXIMO
104600     END-IF.
104700     MOVE HISTMST-ORG               TO WS-CHV-ORG.
104800     MOVE HISTMST-CONTA             TO WS-CHV-CONTA.
104900     PERFORM CONSULTA-BLOQUEIO      THRU CONSULTA-BLOQUEIO-FIM.
105000     IF WS-CONTA-BLOQUEADA
105100     ,  PERFORM ACUMULA-RETIDO      THRU ACUMULA-RETIDO-FIM
105200     ,  GO                          TO TRATA-HISTMST-PROXIMO
105300     END-IF.
105400     PERFORM GERA-TOKEN             THRU GERA-TOKEN-FIM.
105500     MOVE WS-TOKEN                  TO HISTMST-CPF-CLIENTE.
105600     MOVE 'RWHM'                    TO WS-ABEND-LOCATION.
105700     REWRITE HISTMST-REGISTRO.
105800     IF FS-HISTMST NOT = '00'
105900     ,  DISPLAY '*************************'
106000     ,  DISPLAY '**  REWRITE HISTMST    **'
106100     ,  DISPLAY '** STATUS = ' FS-HISTMST
106200     ,  DISPLAY '*************************'
106300     ,  MOVE 'ERRO RWRT HISTM '     TO WS-ABENDMSG8
106400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
106500     END-IF.
106600     MOVE WS-CHV-ORG                TO WS-ORG-PROCURA.
106700     PERFORM LOCALIZA-ORG           THRU LOCALIZA-ORG-FIM.
106800     ADD 1 TO WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
106900              WS-LORG-ANO(101, WS-IND-ARQ).
107000     ADD 1                          TO WS-CONT-ANONIMIZADOS.
107100 TRATA-HISTMST-PROXIMO.
107200     PERFORM LER-HISTMST            THRU LER-HISTMST-FIM.
107300 TRATA-HISTMST-FIM. EXIT.
107400*--FIM HISTMST---------------------------------------------------*
107500*--------HISTANT: IMAGENS ANTIGAS DE CONTAS ENCERRADAS-----------*
107600 RETEM-HISTANT.
107700     MOVE 2                         TO WS-IND-ARQ.
107800     PERFORM LER-HANANT             THRU LER-HANANT-FIM.
107900     PERFORM TRATA-HANANT           THRU TRATA-HANANT-FIM
108000             UNTIL FS-HANANT = '10'.
108100 RETEM-HISTANT-FIM. EXIT.
108200*
108300 LER-HANANT.
108400     IF WS-HANANT-AUSENTE
108500     ,  MOVE '10'                   TO FS-HANANT
108600     ,  GO                          TO LER-HANANT-FIM
108700     END-IF.
108800     MOVE 'RDHA'                    TO WS-ABEND-LOCATION.
108900     READ HANANT.
109000     IF FS-HANANT NOT = ZEROS
109100     ,  IF FS-HANANT NOT = 10
109200     ,  ,  DISPLAY '*************************'
109300     ,  ,  DISPLAY '**    READ HANANT      **'
109400     ,  ,  DISPLAY '** STATUS = ' FS-HANANT
109500     ,  ,  DISPLAY '*************************'
109600     ,  ,  MOVE 'ERRO READ HANAN '  TO WS-ABENDMSG8
109700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
109800     ,  END-IF
109900     ,  GO                          TO LER-HANANT-FIM
110000     END-IF.
110100     ADD 1                          TO WS-CONT-LIDOS-HA.
110200 LER-HANANT-FIM. EXIT.
110300*
110400 TRATA-HANANT.
110500     MOVE HISTANT-DATA-CICLO        TO WS-DATA-DDMMAAAA.
110600     PERFORM INVERTE-DATA           THRU INVERTE-DATA-FIM.
110700     IF WS-DATA-REFERENCIA NOT < WS-DATA-CORTE
110800     ,  GO                          TO TRATA-HANANT-MANTEM
110900     END-IF.
111000     MOVE HISTANT-IMG-ORG           TO WS-CHV-ORG.
111100     MOVE HISTANT-IMG-CONTA         TO WS-CHV-CONTA.
111200     PERFORM VERIFICA-ENCERRADA     THRU VERIFICA-ENCERRADA-FIM.
111300     IF NOT WS-CONTA-ENCERRADA
111400     ,  GO                          TO TRATA-HANANT-MANTEM
111500     END-IF.
111600     PERFORM CONSULTA-BLOQUEIO      THRU CONSULTA-BLOQUEIO-FIM.
111700     IF WS-CONTA-BLOQUEADA
111800     ,  PERFORM ACUMULA-RETIDO      THRU ACUMULA-RETIDO-FIM
111900     ,  GO                          TO TRATA-HANANT-MANTEM
112000     END-IF.
112100*----MOVE PARA O ARQUIVO HISTORICO COM O TOKEN NO LUGAR DO CPF----
112200     MOVE HISTANT-IMAGEM            TO WS-IMG-HISTMST.
112300     MOVE 'N'                       TO WS-IND-TOKEN.
112400     IF WS-IMH-CPF-CLIENTE(1:1) NOT = WS-TOK-MARCA
112500     ,  PERFORM GERA-TOKEN          THRU GERA-TOKEN-FIM
112600     ,  MOVE 'S'                    TO WS-IND-TOKEN
112700     ,  MOVE WS-TOKEN               TO WS-IMH-CPF-CLIENTE
112800     END-IF.
112900     MOVE SPACES                    TO HISARQ-REGISTRO.
113000     SET HISARQ-DO-JORNAL           TO TRUE.
113100     MOVE WS-DATA-PROC-AAAAMMDD     TO HISARQ-DATA-ARQUIVAMENTO.
113200     MOVE WS-DATA-REFERENCIA        TO HISARQ-DATA-REFERENCIA.
113300     MOVE HISTANT-NUM-EXECUCAO      TO HISARQ-NUM-EXECUCAO.
113400     MOVE HISTANT-OPERACAO          TO HISARQ-OPERACAO.
113500     MOVE WS-IMG-HISTMST            TO HISARQ-IMAGEM.
113600     PERFORM GRAVA-HISARQ           THRU GRAVA-HISARQ-FIM.
113700     MOVE WS-CHV-ORG                TO WS-ORG-PROCURA.
113800     PERFORM LOCALIZA-ORG           THRU LOCALIZA-ORG-FIM.
113900     ADD 1 TO WS-LORG-ARQ(WS-IND-LORG, WS-IND-ARQ)
114000              WS-LORG-ARQ(101, WS-IND-ARQ)
114100              WS-LORG-EXP(WS-IND-LORG, WS-IND-ARQ)
114200              WS-LORG-EXP(101, WS-IND-ARQ).
114300*----CPF JA SUBSTITUIDO EM EXECUCAO ANTERIOR NAO CONTA DE NOVO----
114400     IF WS-TOKEN-GERADO
114500     ,  ADD 1 TO WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
114600     ,           WS-LORG-ANO(101, WS-IND-ARQ)
114700     END-IF.
114800     GO                             TO TRATA-HANANT-PROXIMO.
114900 TRATA-HANANT-MANTEM.
115000     MOVE 'GRHN'                    TO WS-ABEND-LOCATION.
115100     WRITE HANNOV-REGISTRO        FROM HISTANT-REGISTRO.
115200     IF FS-HANNOV NOT = '00'
115300     ,  DISPLAY '*************************'
115400     ,  DISPLAY '**   WRITE HANNOV      **'
115500     ,  DISPLAY '** STATUS = ' FS-HANNOV
115600     ,  DISPLAY '*************************'
115700     ,  MOVE 'ERRO WRIT HANNO '     TO WS-ABENDMSG8
115800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
115900     END-IF.
116000 TRATA-HANANT-PROXIMO.
116100     PERFORM LER-HANANT             THRU LER-HANANT-FIM.
116200 TRATA-HANANT-FIM. EXIT.
116300*--FIM HISTANT---------------------------------------------------*
116400*------PENDENCIAS DO UUGPB911: ITENS ANTIGOS DE CONTAS ENCERRADAS
116500 RETEM-PENDENCIAS.
116600     MOVE 3                         TO WS-IND-ARQ.
116700     PERFORM LER-PENANT             THRU LER-PENANT-FIM.
116800     PERFORM TRATA-PENANT           THRU TRATA-PENANT-FIM
116900             UNTIL FS-PENANT = '10'.
117000 RETEM-PENDENCIAS-FIM. EXIT.
117100*
117200 LER-PENANT.
117300     IF WS-PENANT-AUSENTE
117400     ,  MOVE '10'                   TO FS-PENANT
117500     ,  GO                          TO LER-PENANT-FIM
117600     END-IF.
117700     MOVE 'RDPA'                    TO WS-ABEND-LOCATION.
117800     READ PENANT.
117900     IF FS-PENANT NOT = ZEROS
118000     ,  IF FS-PENANT NOT = 10
118100     ,  ,  DISPLAY '*************************'
118200     ,  ,  DISPLAY '**    READ PENANT      **'
118300     ,  ,  DISPLAY '** STATUS = ' FS-PENANT
118400     ,  ,  DISPLAY '*************************'
118500     ,  ,  MOVE 'ERRO READ PENAN '  TO WS-ABENDMSG8
118600     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
118700     ,  END-IF
118800     ,  GO                          TO LER-PENANT-FIM
118900     END-IF.
119000     ADD 1                          TO WS-CONT-LIDOS-PE.
119100 LER-PENANT-FIM. EXIT.
119200*
119300 TRATA-PENANT.
119400     IF PENANT-DATA-PRIM-ENVIO NOT < WS-DATA-CORTE
119500     ,  GO                          TO TRATA-PENANT-MANTEM
119600     END-IF.
119700     MOVE PENANT-ORG                TO WS-CHV-ORG.
119800     MOVE PENANT-CONTA              TO WS-CHV-CONTA.
119900     PERFORM VERIFICA-ENCERRADA     THRU VERIFICA-ENCERRADA-FIM.
120000     IF NOT WS-CONTA-ENCERRADA
120100     ,  GO                          TO TRATA-PENANT-MANTEM
120200     END-IF.
120300     PERFORM CONSULTA-BLOQUEIO      THRU CONSULTA-BLOQUEIO-FIM.
120400     IF WS-CONTA-BLOQUEADA
120500     ,  PERFORM ACUMULA-RETIDO      THRU ACUMULA-RETIDO-FIM
120600     ,  GO                          TO TRATA-PENANT-MANTEM
120700     END-IF.
120800*----MOVE PARA O ARQUIVO HISTORICO COM O TOKEN NO LUGAR DO CPF----
120900     MOVE PENANT-REGISTRO           TO WS-IMG-PENDENCIA.
121000     MOVE 'N'                       TO WS-IND-TOKEN.
121100     IF WS-IMP-CPF-CLIENTE(1:1) NOT = WS-TOK-MARCA
121200     ,  PERFORM GERA-TOKEN          THRU GERA-TOKEN-FIM
121300     ,  MOVE 'S'                    TO WS-IND-TOKEN
121400     ,  MOVE WS-TOKEN               TO WS-IMP-CPF-CLIENTE
121500     END-IF.
121600     MOVE SPACES                    TO HISARQ-REGISTRO.
121700     SET HISARQ-DA-PENDENCIA        TO TRUE.
121800     MOVE WS-DATA-PROC-AAAAMMDD     TO HISARQ-DATA-ARQUIVAMENTO.
121900     MOVE PENANT-DATA-PRIM-ENVIO    TO HISARQ-DATA-REFERENCIA.
122000     MOVE ZEROS                     TO HISARQ-NUM-EXECUCAO.
122100     MOVE WS-IMG-PENDENCIA          TO HISARQ-IMAGEM.
122200     PERFORM GRAVA-HISARQ           THRU GRAVA-HISARQ-FIM.
122300     MOVE WS-CHV-ORG                TO WS-ORG-PROCURA.
122400     PERFORM LOCALIZA-ORG           THRU LOCALIZA-ORG-FIM.
122500     ADD 1 TO WS-LORG-ARQ(WS-IND-LORG, WS-IND-ARQ)
122600              WS-LORG-ARQ(101, WS-IND-ARQ)
122700              WS-LORG-EXP(WS-IND-LORG, WS-IND-ARQ)
122800              WS-LORG-EXP(101, WS-IND-ARQ).
122900*----CPF JA SUBSTITUIDO EM EXECUCAO ANTERIOR NAO CONTA DE NOVO----
123000     IF WS-TOKEN-GERADO
123100     ,  ADD 1 TO WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
123200     ,           WS-LORG-ANO(101, WS-IND-ARQ)
123300     END-IF.
123400     GO                             TO TRATA-PENANT-PROXIMO.
123500 TRATA-PENANT-MANTEM.
123600     MOVE 'GRPN'                    TO WS-ABEND-LOCATION.
123700     WRITE PENNOV-REGISTRO        FROM PENANT-REGISTRO.
123800     IF FS-PENNOV NOT = '00'
123900     ,  DISPLAY '*************************'
124000     ,  DISPLAY '**   WRITE PENNOV      **'
124100     ,  DISPLAY '** STATUS = ' FS-PENNOV
124200     ,  DISPLAY '*************************'
124300     ,  MOVE 'ERRO WRIT PENNO '     TO WS-ABENDMSG8
124400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
124500     END-IF.
124600 TRATA-PENANT-PROXIMO.
124700     PERFORM LER-PENANT             THRU LER-PENANT-FIM.
124800 TRATA-PENANT-FIM. EXIT.
124900*--FIM PENDENCIAS------------------------------------------------*
125000*------NEGATIVACAO DO UUGPB924: NOME E CPF DE CONTAS ENCERRADAS  *
125100 ANONIMIZA-NEGATIVACAO.
125200     MOVE 4                         TO WS-IND-ARQ.
125300     PERFORM LER-NEGANT             THRU LER-NEGANT-FIM.
125400     PERFORM TRATA-NEGANT           THRU TRATA-NEGANT-FIM
125500             UNTIL FS-NEGANT = '10'.
125600 ANONIMIZA-NEGATIVACAO-FIM. EXIT.
125700*
125800 LER-NEGANT.
125900     IF WS-NEGANT-AUSENTE
126000     ,  MOVE '10'                   TO FS-NEGANT
126100     ,  GO                          TO LER-NEGANT-FIM
126200     END-IF.
126300     MOVE 'RDNA'                    TO WS-ABEND-LOCATION.
126400     READ NEGANT.
126500     IF FS-NEGANT NOT = ZEROS
126600     ,  IF FS-NEGANT NOT = 10
126700     ,  ,  DISPLAY '*************************'
126800     ,  ,  DISPLAY '**    READ NEGANT      **'
126900     ,  ,  DISPLAY '** STATUS = ' FS-NEGANT
127000     ,  ,  DISPLAY '*************************'
127100     ,  ,  MOVE 'ERRO READ NEGAN '  TO WS-ABENDMSG8
127200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
127300     ,  END-IF
127400     ,  GO                          TO LER-NEGANT-FIM
127500     END-IF.
127600     ADD 1                          TO WS-CONT-LIDOS-NG.
127700 LER-NEGANT-FIM. EXIT.
127800*
127900*----INCLUIDO, LISTADO OU COM EXCLUSAO PENDENTE: O UUGPB924 AINDA-
128000*----PRECISA DO CPF E DO NOME PARA A EXCLUSAO NO BUREAU-----------
128100 TRATA-NEGANT.
128200     IF NEGMST-NO-BUREAU
128300     OR NEGMST-EXCLUSAO-ENVIADA
128400     ,  GO                          TO TRATA-NEGANT-GRAVA
128500     END-IF.
128600     IF NEGMST-CPF-CLIENTE(1:1) = WS-TOK-MARCA
128700     AND NEGMST-NOME-CLIENTE = SPACES
128800     ,  GO                          TO TRATA-NEGANT-GRAVA
128900     END-IF.
129000     IF NEGMST-DATA-AVISO NOT NUMERIC
129100     OR NEGMST-DATA-AVISO = ZEROS
129200     ,  GO                          TO TRATA-NEGANT-GRAVA
129300     END-IF.
129400*----DATA DO AVISO (JULIANA) CONTRA A DATA DE CORTE---------------
129500     MOVE NEGMST-DATA-AVISO         TO WS-DTE-JULIAN.
129600     MOVE 1                         TO WS-DATE-FORMAT.
129700     PERFORM CCSI-JUL-TO-GREG       THRU CCSI-JTG-EXIT.
129800     MOVE WS-DTE-DATE               TO WS-DATA-DDMMAAAA.
129900     PERFORM INVERTE-DATA           THRU INVERTE-DATA-FIM.
130000     IF WS-DATA-REFERENCIA NOT < WS-DATA-CORTE
130100     ,  GO                          TO TRATA-NEGANT-GRAVA
130200     END-IF.
130300     MOVE NEGMST-ORG                TO WS-CHV-ORG.
130400     MOVE NEGMST-CONTA              TO WS-CHV-CONTA.
130500     PERFORM VERIFICA-ENCERRADA     THRU VERIFICA-ENCERRADA-FIM.
130600     IF NOT WS-CONTA-ENCERRADA
130700     ,  GO                          TO TRATA-NEGANT-GRAVA
130800     END-IF.
130900     PERFORM CONSULTA-BLOQUEIO      THRU CONSULTA-BLOQUEIO-FIM.
131000     IF WS-CONTA-BLOQUEADA
131100     ,  PERFORM ACUMULA-RETIDO      THRU ACUMULA-RETIDO-FIM
131200     ,  GO                          TO TRATA-NEGANT-GRAVA
131300     END-IF.
131400*----TOKEN NO LUGAR DO CPF E NOME APAGADO (O REGISTRO FICA)-------
131500     IF NEGMST-CPF-CLIENTE(1:1) NOT = WS-TOK-MARCA
131600     ,  PERFORM GERA-TOKEN          THRU GERA-TOKEN-FIM
131700     ,  MOVE WS-TOKEN               TO NEGMST-CPF-CLIENTE
131800     END-IF.
131900     MOVE SPACES                    TO NEGMST-NOME-CLIENTE.
132000     MOVE WS-CHV-ORG                TO WS-ORG-PROCURA.
132100     PERFORM LOCALIZA-ORG           THRU LOCALIZA-ORG-FIM.
132200     ADD 1 TO WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
132300              WS-LORG-ANO(101, WS-IND-ARQ).
132400     ADD 1                          TO WS-CONT-ANONIMIZADOS.
132500 TRATA-NEGANT-GRAVA.
132600     PERFORM GRAVA-NEGATIVACAO      THRU GRAVA-NEGATIVACAO-FIM.
132700     PERFORM LER-NEGANT             THRU LER-NEGANT-FIM.
132800 TRATA-NEGANT-FIM. EXIT.
132900*
133000*----SAIDA SEPARADA POR BUREAU (NEGANT E A CONCATENACAO DOS DOIS)-
133100 GRAVA-NEGATIVACAO.
133200     IF NEGMST-SERASA
133300     ,  MOVE 'GRNE'                 TO WS-ABEND-LOCATION
133400     ,  WRITE NEGNSE-REGISTRO     FROM NEGMST-REGISTRO
133500     ,  IF FS-NEGNSE NOT = '00'
133600     ,  ,  DISPLAY '*************************'
133700     ,  ,  DISPLAY '**   WRITE NEGNSE      **'
133800     ,  ,  DISPLAY '** STATUS = ' FS-NEGNSE
133900     ,  ,  DISPLAY '*************************'
134000     ,  ,  MOVE 'ERRO WRIT NEGNS '  TO WS-ABENDMSG8
134100     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
134200     ,  END-IF
134300     ,  GO                          TO GRAVA-NEGATIVACAO-FIM
134400     END-IF.
134500     IF NEGMST-SPC
134600     ,  MOVE 'GRNP'                 TO WS-ABEND-LOCATION
134700     ,  WRITE NEGNSP-REGISTRO     FROM NEGMST-REGISTRO
134800     ,  IF FS-NEGNSP NOT = '00'
134900     ,  ,  DISPLAY '*************************'
135000     ,  ,  DISPLAY '**   WRITE NEGNSP      **'
135100     ,  ,  DISPLAY '** STATUS = ' FS-NEGNSP
135200     ,  ,  DISPLAY '*************************'
135300     ,  ,  MOVE 'ERRO WRIT NEGNP '  TO WS-ABENDMSG8
135400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
135500     ,  END-IF
135600     ,  GO                          TO GRAVA-NEGATIVACAO-FIM
135700     END-IF.
135800     MOVE 'GRNG'                    TO WS-ABEND-LOCATION.
135900     DISPLAY '*************************'.
136000     DISPLAY '** NEGANT BUREAU INVALIDO: ' NEGMST-BUREAU.
136100     DISPLAY '** ORG ' NEGMST-ORG ' CONTA ' NEGMST-CONTA.
136200     DISPLAY '*************************'.
136300     MOVE 'BUREAU INVALIDO '        TO WS-ABENDMSG8.
136400     PERFORM CCSI-ABEND             THRU CCSI-ABEND-EXIT.
136500 GRAVA-NEGATIVACAO-FIM. EXIT.
136600*--FIM NEGATIVACAO-----------------------------------------------*
136700*--------RUNJRNL: EXPURGO DAS EXECUCOES ANTERIORES AO CORTE------*
136800 EXPURGA-RUNJRNL.
136900     PERFORM LER-JRNANT             THRU LER-JRNANT-FIM.
137000     PERFORM TRATA-JRNANT           THRU TRATA-JRNANT-FIM
137100             UNTIL FS-JRNANT = '10'.
137200 EXPURGA-RUNJRNL-FIM. EXIT.
137300*
137400 LER-JRNANT.
137500     IF WS-JRNANT-AUSENTE
137600     ,  MOVE '10'                   TO FS-JRNANT
137700     ,  GO                          TO LER-JRNANT-FIM
137800     END-IF.
137900     MOVE 'RDJA'                    TO WS-ABEND-LOCATION.
138000     READ JRNANT.
138100     IF FS-JRNANT NOT = ZEROS
138200     ,  IF FS-JRNANT NOT = 10
138300     ,  ,  DISPLAY '*************************'
138400     ,  ,  DISPLAY '**    READ JRNANT      **'
138500     ,  ,  DISPLAY '** STATUS = ' FS-JRNANT
138600     ,  ,  DISPLAY '*************************'
138700     ,  ,  MOVE 'ERRO READ JRNAN '  TO WS-ABENDMSG8
138800     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
138900     ,  END-IF
139000     ,  GO                          TO LER-JRNANT-FIM
139100     END-IF.
139200     ADD 1                          TO WS-CONT-LIDOS-JR.
139300 LER-JRNANT-FIM. EXIT.
139400*
139500 TRATA-JRNANT.
139600     IF JRNANT-DATA < WS-DATA-CORTE
139700     ,  MOVE 'GRJA'                 TO WS-ABEND-LOCATION
139800     ,  WRITE JRNARQ-REGISTRO     FROM JRNANT-REGISTRO
139900     ,  IF FS-JRNARQ NOT = '00'
140000     ,  ,  DISPLAY '*************************'
140100     ,  ,  DISPLAY '**   WRITE JRNARQ      **'
140200     ,  ,  DISPLAY '** STATUS = ' FS-JRNARQ
140300     ,  ,  DISPLAY '*************************'
140400     ,  ,  MOVE 'ERRO WRIT JRNAR '  TO WS-ABENDMSG8
140500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
140600     ,  END-IF
140700     ,  ADD 1                       TO WS-CONT-JRNARQ
140800     ELSE
140900     ,  MOVE 'GRJN'                 TO WS-ABEND-LOCATION
141000     ,  WRITE JRNNOV-REGISTRO     FROM JRNANT-REGISTRO
141100     ,  IF FS-JRNNOV NOT = '00'
141200     ,  ,  DISPLAY '*************************'
141300     ,  ,  DISPLAY '**   WRITE JRNNOV      **'
141400     ,  ,  DISPLAY '** STATUS = ' FS-JRNNOV
141500     ,  ,  DISPLAY '*************************'
141600     ,  ,  MOVE 'ERRO WRIT JRNNO '  TO WS-ABENDMSG8
141700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
141800     ,  END-IF
141900     ,  ADD 1                       TO WS-CONT-JRNNOV
142000     END-IF.
142100     PERFORM LER-JRNANT             THRU LER-JRNANT-FIM.
142200 TRATA-JRNANT-FIM. EXIT.
142300*--FIM RUNJRNL---------------------------------------------------*
142400*--------CERTIFICADO: TOTAIS POR ARQUIVO E ORG-------------------*
142500 IMPRIME-CERTIFICADO.
142600     ADD 1                          TO WS-CONT-PAG.
142700     MOVE WS-CONT-PAG               TO WS-PAG.
142800     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
142900     MOVE 1                         TO WS-IND-ARQ.
143000     PERFORM IMPRIME-ARQUIVO        THRU IMPRIME-ARQUIVO-FIM
143100             UNTIL WS-IND-ARQ > 4.
143200*----RUNJRNL NAO TEM DADO PESSOAL NEM ORG: SO ARQUIVO E EXPURGO---
143300     MOVE 'RUNJRNL'                 TO REL-ARQUIVO.
143400     MOVE '---'                     TO REL-ORG.
143500     MOVE WS-CONT-JRNARQ            TO REL-ARQUIVADOS
143600                                       REL-EXPURGADOS.
143700     MOVE ZEROS                     TO REL-ANONIMIZADOS
143800                                       REL-RETIDOS.
143900     WRITE RELLGP-LINHA           FROM RELLGP-CORPO.
144000     WRITE RELLGP-LINHA           FROM TERCEIRA-LINHA.
144100*
144200     MOVE WS-MESES-RETENCAO         TO WS-TOT-PRAZO.
144300     MOVE WS-INV-DD                 TO WS-TOT-PROC-DD.
144400     MOVE WS-INV-MM                 TO WS-TOT-PROC-MM.
144500     MOVE WS-INV-AAAA               TO WS-TOT-PROC-AAAA.
144600     MOVE WS-CRT-DD                 TO WS-TOT-CRT-DD.
144700     MOVE WS-CRT-MM                 TO WS-TOT-CRT-MM.
144800     MOVE WS-CRT-AAAA               TO WS-TOT-CRT-AAAA.
144900     MOVE WS-CONT-LIDOS-HM          TO WS-TOT-LIDOS-HM.
145000     MOVE WS-CONT-LIDOS-HA          TO WS-TOT-LIDOS-HA.
145100     MOVE WS-CONT-LIDOS-PE          TO WS-TOT-LIDOS-PE.
145200     MOVE WS-CONT-LIDOS-JR          TO WS-TOT-LIDOS-JR.
145300     MOVE WS-CONT-LIDOS-NG          TO WS-TOT-LIDOS-NG.
145400     MOVE WS-CONT-ANONIMIZADOS      TO WS-TOT-ANONIMIZADOS.
145500     MOVE WS-CONT-HISARQ            TO WS-TOT-HISARQ.
145600     MOVE WS-CONT-JRNARQ            TO WS-TOT-JRNARQ.
145700     MOVE WS-CONT-RETIDOS           TO WS-TOT-RETIDOS.
145800     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
145900*
146000     IF WS-CONT-LINHAS > 35
146100     ,  ADD 1                       TO WS-CONT-PAG
146200     ,  MOVE WS-CONT-PAG            TO WS-PAG
146300     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
146400     END-IF.
146500     WRITE RELLGP-LINHA FROM WS-IMPRIME-PRAZO.
146600     WRITE RELLGP-LINHA FROM WS-IMPRIME-DATA-PROC.
146700     WRITE RELLGP-LINHA FROM WS-IMPRIME-DATA-CORTE.
146800     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
146900     WRITE RELLGP-LINHA FROM WS-IMPRIME-LIDOS-HM.
147000     WRITE RELLGP-LINHA FROM WS-IMPRIME-LIDOS-HA.
147100     WRITE RELLGP-LINHA FROM WS-IMPRIME-LIDOS-PE.
147200     WRITE RELLGP-LINHA FROM WS-IMPRIME-LIDOS-JR.
147300     WRITE RELLGP-LINHA FROM WS-IMPRIME-LIDOS-NG.
147400     WRITE RELLGP-LINHA FROM WS-IMPRIME-ANONIMIZADOS.
147500     WRITE RELLGP-LINHA FROM WS-IMPRIME-HISARQ.
147600     WRITE RELLGP-LINHA FROM WS-IMPRIME-JRNARQ.
147700     WRITE RELLGP-LINHA FROM WS-IMPRIME-RETIDOS.
147800     WRITE RELLGP-LINHA FROM WS-IMPRIME-RES-RETORNO.
147900     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
148000     WRITE RELLGP-LINHA FROM DECL-LINHA-1.
148100     WRITE RELLGP-LINHA FROM DECL-LINHA-2.
148200     WRITE RELLGP-LINHA FROM DECL-LINHA-3.
148300     WRITE RELLGP-LINHA FROM DECL-LINHA-4.
148400     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
148500     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
148600     WRITE RELLGP-LINHA FROM DECL-ASSINATURA.
148700 IMPRIME-CERTIFICADO-FIM. EXIT.
148800*
148900*----UM ARQUIVO: ORGS COM MOVIMENTO E O TOTAL DO ARQUIVO---------*
149000 IMPRIME-ARQUIVO.
149100     MOVE ZEROS                     TO WS-IND-LORG.
149200     PERFORM IMPRIME-ORG            THRU IMPRIME-ORG-FIM
149300             UNTIL WS-IND-LORG >= WS-QTDE-LORG.
149400     MOVE 101                       TO WS-IND-LORG.
149500     PERFORM IMPRIME-LINHA-ORG      THRU IMPRIME-LINHA-ORG-FIM.
149600     WRITE RELLGP-LINHA           FROM TERCEIRA-LINHA.
149700     ADD 1                          TO WS-CONT-LINHAS.
149800     ADD 1                          TO WS-IND-ARQ.
149900 IMPRIME-ARQUIVO-FIM. EXIT.
150000*
150100 IMPRIME-ORG.
150200     ADD 1                          TO WS-IND-LORG.
150300     IF WS-LORG-ARQ(WS-IND-LORG, WS-IND-ARQ) > ZEROS
150400     OR WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ) > ZEROS
150500     OR WS-LORG-EXP(WS-IND-LORG, WS-IND-ARQ) > ZEROS
150600     OR WS-LORG-RET(WS-IND-LORG, WS-IND-ARQ) > ZEROS
150700     ,  PERFORM IMPRIME-LINHA-ORG   THRU IMPRIME-LINHA-ORG-FIM
150800     END-IF.
150900 IMPRIME-ORG-FIM. EXIT.
151000*
151100 IMPRIME-LINHA-ORG.
151200     MOVE WS-NOME-ARQUIVO(WS-IND-ARQ) TO REL-ARQUIVO.
151300     IF WS-IND-LORG = 101
151400     ,  MOVE 'TOT'                  TO REL-ORG
151500     ELSE
151600     ,  MOVE WS-LORG-ORG(WS-IND-LORG) TO WS-ORG-EDITADA
151700     ,  MOVE WS-ORG-EDITADA         TO REL-ORG
151800     END-IF.
151900     MOVE WS-LORG-ARQ(WS-IND-LORG, WS-IND-ARQ) TO REL-ARQUIVADOS.
152000     MOVE WS-LORG-ANO(WS-IND-LORG, WS-IND-ARQ)
152100                                    TO REL-ANONIMIZADOS.
152200     MOVE WS-LORG-EXP(WS-IND-LORG, WS-IND-ARQ) TO REL-EXPURGADOS.
152300     MOVE WS-LORG-RET(WS-IND-LORG, WS-IND-ARQ) TO REL-RETIDOS.
152400     IF WS-CONT-LINHAS > 57
152500     ,  ADD 1                       TO WS-CONT-PAG
152600     ,  MOVE WS-CONT-PAG            TO WS-PAG
152700     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
152800     END-IF.
152900     WRITE RELLGP-LINHA           FROM RELLGP-CORPO.
153000     ADD 1                          TO WS-CONT-LINHAS.
153100 IMPRIME-LINHA-ORG-FIM. EXIT.
153200*--FIM CERTIFICADO-----------------------------------------------*
153300*----------------------MONTAGEM DO CABECALHO---------------------*
153400 MONTAR-CABECALHO.
153500*-------
153600*MONTAGEM DA DATA DO CABECALHO
153700*-------
153800     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
153900     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
154000     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
154100     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
154200     MOVE ZEROS                         TO WS-CONT-LINHAS.
154300*
154400     WRITE RELLGP-LINHA FROM PRIMEIRA-LINHA.
154500     ADD 1               TO WS-CONT-LINHAS.
154600*
154700     WRITE RELLGP-LINHA FROM SEGUNDA-LINHA.
154800     ADD 1               TO WS-CONT-LINHAS.
154900*
155000     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
155100     ADD 1               TO WS-CONT-LINHAS.
155200*
155300     WRITE RELLGP-LINHA FROM QUARTA-LINHA.
155400     ADD 1               TO WS-CONT-LINHAS.
155500*
155600     WRITE RELLGP-LINHA FROM TERCEIRA-LINHA.
155700     ADD 1               TO WS-CONT-LINHAS.
155800*
155900 MONTAR-CABECALHO-EXIT. EXIT.
156000*------------------FIM MONTAGEM DO CABECALHO---------------------*
156100*------------------FECHAMENTO DE ARQUIVOS
156200 FECHAR-ARQUIVOS.
156300     MOVE 'CLHM'                    TO WS-ABEND-LOCATION.
156400     CLOSE HISTMST.
156500     IF FS-HISTMST NOT EQUAL '00'
156600        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
156700        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
156800        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
156900     END-IF.
157000*
157100     IF NOT WS-BLQMST-AUSENTE
157200        CLOSE BLQMST
157300        IF FS-BLQMST NOT EQUAL '00'
157400           DISPLAY '##ERRO FECHAR ARQUIVO BLQMST: ' FS-BLQMST
157500           MOVE 'ERRO CLOSE BLQMS'   TO WS-ABENDMSG8
157600           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
157700        END-IF
157800     END-IF.
157900*
158000     IF NOT WS-HANANT-AUSENTE
158100        CLOSE HANANT
158200        IF FS-HANANT NOT EQUAL '00'
158300           DISPLAY '##ERRO FECHAR ARQUIVO HANANT: ' FS-HANANT
158400           MOVE 'ERRO CLOSE HANAN'   TO WS-ABENDMSG8
158500           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
158600        END-IF
158700     END-IF.
158800*
158900     IF NOT WS-PENANT-AUSENTE
159000        CLOSE PENANT
159100        IF FS-PENANT NOT EQUAL '00'
159200           DISPLAY '##ERRO FECHAR ARQUIVO PENANT: ' FS-PENANT
159300           MOVE 'ERRO CLOSE PENAN'   TO WS-ABENDMSG8
159400           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
159500        END-IF
159600     END-IF.
159700*
159800     IF NOT WS-JRNANT-AUSENTE
159900        CLOSE JRNANT
160000        IF FS-JRNANT NOT EQUAL '00'
160100           DISPLAY '##ERRO FECHAR ARQUIVO JRNANT: ' FS-JRNANT
160200           MOVE 'ERRO CLOSE JRNAN'   TO WS-ABENDMSG8
160300           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
160400        END-IF
160500     END-IF.
160600*
160700     IF NOT WS-NEGANT-AUSENTE
160800        CLOSE NEGANT
160900        IF FS-NEGANT NOT EQUAL '00'
161000           DISPLAY '##ERRO FECHAR ARQUIVO NEGANT: ' FS-NEGANT
161100           MOVE 'ERRO CLOSE NEGAN'   TO WS-ABENDMSG8
161200           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
161300        END-IF
161400     END-IF.
161500*
161600     CLOSE HANNOV.
161700     IF FS-HANNOV NOT EQUAL '00'
161800        DISPLAY '##ERRO FECHAR ARQUIVO HANNOV: ' FS-HANNOV
161900        MOVE 'ERRO CLOSE HANNO'   TO WS-ABENDMSG8
162000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
162100     END-IF.
162200*
162300     CLOSE PENNOV.
162400     IF FS-PENNOV NOT EQUAL '00'
162500        DISPLAY '##ERRO FECHAR ARQUIVO PENNOV: ' FS-PENNOV
162600        MOVE 'ERRO CLOSE PENNO'   TO WS-ABENDMSG8
162700        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
162800     END-IF.
162900*
163000*----O RUNJRNL DESTA EXECUCAO E GRAVADO APOS O JRNNOV-------------
163100     CLOSE JRNNOV.
163200     IF FS-JRNNOV NOT EQUAL '00'
163300        DISPLAY '##ERRO FECHAR ARQUIVO JRNNOV: ' FS-JRNNOV
163400        MOVE 'ERRO CLOSE JRNNO'   TO WS-ABENDMSG8
163500        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
163600     END-IF.
163700*
163800     CLOSE JRNARQ.
163900     IF FS-JRNARQ NOT EQUAL '00'
164000        DISPLAY '##ERRO FECHAR ARQUIVO JRNARQ: ' FS-JRNARQ
164100        MOVE 'ERRO CLOSE JRNAR'   TO WS-ABENDMSG8
164200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
164300     END-IF.
164400*
164500     CLOSE HISARQ.
164600     IF FS-HISARQ NOT EQUAL '00'
164700        DISPLAY '##ERRO FECHAR ARQUIVO HISARQ: ' FS-HISARQ
164800        MOVE 'ERRO CLOSE HISAR'   TO WS-ABENDMSG8
164900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
165000     END-IF.
165100*
165200     CLOSE NEGNSE.
165300     IF FS-NEGNSE NOT EQUAL '00'
165400        DISPLAY '##ERRO FECHAR ARQUIVO NEGNSE: ' FS-NEGNSE
165500        MOVE 'ERRO CLOSE NEGNS'   TO WS-ABENDMSG8
165600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
165700     END-IF.
165800*
165900     CLOSE NEGNSP.
166000     IF FS-NEGNSP NOT EQUAL '00'
166100        DISPLAY '##ERRO FECHAR ARQUIVO NEGNSP: ' FS-NEGNSP
166200        MOVE 'ERRO CLOSE NEGNP'   TO WS-ABENDMSG8
166300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
166400     END-IF.
166500*
166600     CLOSE RELLGP.
166700     IF FS-RELLGP NOT EQUAL '00'
166800        DISPLAY '##ERRO FECHAR ARQUIVO RELLGP: ' FS-RELLGP
166900        MOVE 'ERRO CLOSE RELLG'   TO WS-ABENDMSG8
167000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
167100     END-IF.
167200 FECHAR-ARQUIVOS-FIM. EXIT.
167300*------------------FIM DO FECHAMENTO DE ARQUIVOS
167400*================================================================*
167500*    BOOKS DE PROCEDURE UTILIZADOS                               *
167600*================================================================*
167700     COPY CCS502.
167800     COPY CCS508.
167900     COPY UUGJRNP.
168000     COPY AMCRPD.
