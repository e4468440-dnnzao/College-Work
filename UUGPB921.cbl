000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB921.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 03/04/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  GERACAO MENSAL DO ARQUIVO DE OPERACOES DO SCR (DOCUMENTO      *
001100*  3040 DO BACEN) DA CARTEIRA DESAVERBADA/PROVISIONADA:          *
001200*  - LE O RATING POR CONTA DO UUGPB917 (RATCTA, BOOK UUGRAT),    *
001300*    COM CPF (UUGBF122-CPF-CLIENTE), DIAS EM ATRASO, RATING E    *
001400*    SALDO ATUALIZADO DO EXTRATO;                                *
001500*  - CONSULTA O HISTMST PARA MARCAR COMO PREJUIZO AS CONTAS      *
001600*    DESAVERBADAS PELA PRIMEIRA VEZ NO MES DA DATA-BASE;         *
001700*  - GRAVA UMA OPERACAO POR ORG + CONTA NO ARQUIVO SCR3040;      *
001800*  - REJEITA PARA A LISTAGEM DE EXCECOES AS OPERACOES COM CPF    *
001900*    INVALIDO (MESMA REGRA DO VALIDA-CPF DO UUGPB910);           *
002000*  - EMITE RELATORIO DE CONTROLE CONCILIANDO, POR RATING, O      *
002100*    ARQUIVO GERADO E AS EXCECOES COM OS TOTAIS DO RELPDD        *
002200*    (REGISTROS DE TOTAL DO RATCTA).                             *
002300*  DATA-BASE (AAAAMM) VEM DO PARM; SEM PARM VALIDO E USADO O MES *
002400*  DA DATA DE PROCESSAMENTO DO AMCR.                             *
002500*  QUEBRA: NAO HA (CONCILIACAO POR RATING NO FINAL)              *
002600*  CLASSIFICACAO: ORG E CONTA (ORDEM DO RATCTA)                  *
002700*  TOTALIZADORES: OPERACOES, SALDO E PREJUIZO POR RATING,        *
002800*                 EXCECOES E DIFERENCAS CONTRA O RELPDD.         *
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
004300     SELECT RATCTA    ASSIGN      TO RATCTA
004400            FILE STATUS          IS FS-RATCTA.
004500*
004600     SELECT HISTMST   ASSIGN      TO HISTMST
004700            ORGANIZATION         IS INDEXED
004800            ACCESS MODE          IS RANDOM
004900            RECORD KEY           IS HISTMST-CHAVE
005000            FILE STATUS          IS FS-HISTMST.
005100*
005200     SELECT SCR3040   ASSIGN      TO SCR3040
005300            FILE STATUS          IS FS-SCR3040.
005400*
005500     SELECT RELSCR    ASSIGN      TO RELSCR
005600            FILE STATUS          IS FS-RELSCR.
005700*
005800     SELECT EXCSCR    ASSIGN      TO EXCSCR
005900            FILE STATUS          IS FS-EXCSCR.
006000*
006100     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
006200            FILE STATUS          IS FS-RUNJRNL.
006300*================================================================*
006400 DATA DIVISION.
006500*================================================================*
006600 FILE SECTION.
006700
006800 FD PARM
006900     RECORD CONTAINS 080 CHARACTERS
007000     BLOCK CONTAINS 0 RECORDS
007100     RECORDING MODE F.
007200 01 PARM-REGISTRO.
007300    03 PARM-DATA-BASE        PIC  X(006).
007400    03 FILLER                PIC  X(074).
007500
007600 FD RATCTA
007700     RECORD CONTAINS 080 CHARACTERS
007800     BLOCK CONTAINS 0 RECORDS
007900     RECORDING MODE F.
008000     COPY UUGRAT.
008100
008200 FD HISTMST
008300     RECORD CONTAINS 080 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS.
008500 01 HISTMST-REGISTRO.
008600    03 HISTMST-CHAVE.
008700       05 HISTMST-ORG        PIC  9(003).
008800       05 HISTMST-CONTA      PIC  X(019).
008900    03 HISTMST-LOGO          PIC  9(003).
009000    03 HISTMST-CPF-CLIENTE   PIC  X(011).
009100    03 HISTMST-DATA-PRIM-SELECAO
009200                             PIC  9(008).
009300    03 HISTMST-DATA-ULT-SELECAO
009400                             PIC  9(008).
009500    03 HISTMST-SALDO-ULT-SELECAO
009600                             PIC  9(011)V99.
009700    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
009800    03 HISTMST-QTDE-CICLOS   PIC  9(003).
009900    03 FILLER                PIC  X(007).
010000
010100 FD SCR3040
010200     RECORD CONTAINS 100 CHARACTERS
010300     BLOCK CONTAINS 0 RECORDS
010400     RECORDING MODE F.
010500 01 SCR3040-REGISTRO       PIC X(100).
010600
010700 FD RELSCR
010800     RECORD CONTAINS 132 CHARACTERS
010900     BLOCK CONTAINS 0 RECORDS
011000     RECORDING MODE F.
011100 01 RELSCR-LINHA           PIC X(132).
011200
011300 FD EXCSCR
011400     RECORD CONTAINS 132 CHARACTERS
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORDING MODE F.
011700 01 EXCSCR-LINHA           PIC X(132).
011800
011900 FD RUNJRNL
012000     RECORD CONTAINS 080 CHARACTERS
012100     BLOCK CONTAINS 0 RECORDS
012200     RECORDING MODE F.
012300     COPY UUGJRN.
012400*----------------------------------------------------------------*
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------*
012700* LINHAS DO RELATORIO DE CONTROLE E DA LISTAGEM DE EXCECOES
012800*----------------------------------------------------------------*
012900 01 CABECALHO.
013000    03 PRIMEIRA-LINHA.
013100       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
013200       05 FILLER              PIC X(010) VALUE SPACES.
013300       05 FILLER              PIC X(036) VALUE
013400          'FIDELITY PROCESSADORA E SERVI OS S/A'.
013500       05 FILLER              PIC X(028) VALUE SPACES.
013600       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
013700       05 WS-DATA-SISTEMA.
013800          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
013900          07 FILLER           PIC X(001) VALUE '/'.
014000          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
014100          07 FILLER           PIC X(001) VALUE '/'.
014200          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
014300       05 FILLER              PIC X(008) VALUE '    PAGE'.
014400       05 WS-PAG              PIC Z.ZZZ.ZZ9.
014500    03 SEGUNDA-LINHA.
014600       05 FILLER              PIC X(050) VALUE
014700          'SCR 3040 - CONCILIACAO COM O RELPDD POR RATING'.
014800       05 FILLER              PIC X(024) VALUE SPACES.
014900       05 FILLER              PIC X(046) VALUE
015000           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
015100    03 SEGUNDA-LINHA-EXC.
015200       05 FILLER              PIC X(050) VALUE
015300          'SCR 3040 - OPERACOES REJEITADAS (EXCECOES)'.
015400       05 FILLER              PIC X(024) VALUE SPACES.
015500       05 FILLER              PIC X(046) VALUE
015600           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
015700    03 TERCEIRA-LINHA.
015800       05 FILLER              PIC X(132) VALUE SPACES.
015900    03 QUARTA-LINHA.
016000       05 FILLER              PIC X(006) VALUE 'RATING'.
016100       05 FILLER              PIC X(005) VALUE SPACES.
016200       05 FILLER              PIC X(009) VALUE 'QT RELPDD'.
016300       05 FILLER              PIC X(007) VALUE SPACES.
016400       05 FILLER              PIC X(012) VALUE 'SALDO RELPDD'.
016500       05 FILLER              PIC X(004) VALUE SPACES.
016600       05 FILLER              PIC X(007) VALUE 'QT SCR '.
016700       05 FILLER              PIC X(012) VALUE SPACES.
016800       05 FILLER              PIC X(009) VALUE 'SALDO SCR'.
016900       05 FILLER              PIC X(004) VALUE SPACES.
017000       05 FILLER              PIC X(007) VALUE 'QT EXC '.
017100       05 FILLER              PIC X(012) VALUE SPACES.
017200       05 FILLER              PIC X(009) VALUE 'SALDO EXC'.
017300       05 FILLER              PIC X(004) VALUE SPACES.
017400       05 FILLER              PIC X(008) VALUE 'QT PREJ.'.
017500       05 FILLER              PIC X(002) VALUE SPACES.
017600       05 FILLER              PIC X(008) VALUE 'SITUACAO'.
017700    03 QUARTA-LINHA-EXC.
017800       05 FILLER              PIC X(003) VALUE 'ORG'.
017900       05 FILLER              PIC X(002) VALUE SPACES.
018000       05 FILLER              PIC X(004) VALUE 'LOGO'.
018100       05 FILLER              PIC X(001) VALUE SPACES.
018200       05 FILLER              PIC X(005) VALUE 'CONTA'.
018300       05 FILLER              PIC X(016) VALUE SPACES.
018400       05 FILLER              PIC X(003) VALUE 'CPF'.
018500       05 FILLER              PIC X(010) VALUE SPACES.
018600       05 FILLER              PIC X(003) VALUE 'RAT'.
018700       05 FILLER              PIC X(002) VALUE SPACES.
018800       05 FILLER              PIC X(005) VALUE 'DIAS'.
018900       05 FILLER              PIC X(011) VALUE SPACES.
019000       05 FILLER              PIC X(005) VALUE 'SALDO'.
019100       05 FILLER              PIC X(003) VALUE SPACES.
019200       05 FILLER              PIC X(006) VALUE 'MOTIVO'.
019300*
019400 01 RELSCR-CORPO.
019500    03 SCR-REL-RATING         PIC X(002) VALUE SPACES.
019600    03 FILLER                 PIC X(004) VALUE SPACES.
019700    03 SCR-REL-QTDE-PDD       PIC Z.ZZZ.ZZ9.
019800    03 FILLER                 PIC X(002) VALUE SPACES.
019900    03 SCR-REL-SALDO-PDD      PIC ZZ.ZZZ.ZZZ.ZZ9.99.
020000    03 FILLER                 PIC X(002) VALUE SPACES.
020100    03 SCR-REL-QTDE-SCR       PIC Z.ZZZ.ZZ9.
020200    03 FILLER                 PIC X(002) VALUE SPACES.
020300    03 SCR-REL-SALDO-SCR      PIC ZZ.ZZZ.ZZZ.ZZ9.99.
020400    03 FILLER                 PIC X(002) VALUE SPACES.
020500    03 SCR-REL-QTDE-EXC       PIC Z.ZZZ.ZZ9.
020600    03 FILLER                 PIC X(002) VALUE SPACES.
020700    03 SCR-REL-SALDO-EXC      PIC ZZ.ZZZ.ZZZ.ZZ9.99.
020800    03 FILLER                 PIC X(002) VALUE SPACES.
020900    03 SCR-REL-QTDE-PREJ      PIC Z.ZZZ.ZZ9.
021000    03 FILLER                 PIC X(002) VALUE SPACES.
021100    03 SCR-REL-SITUACAO       PIC X(008) VALUE SPACES.
021200*
021300 01 EXCSCR-CORPO.
021400    03 EXC-ORG                PIC 9(003) VALUE ZEROS.
021500    03 FILLER                 PIC X(002) VALUE SPACES.
021600    03 EXC-LOGO               PIC 9(003) VALUE ZEROS.
021700    03 FILLER                 PIC X(002) VALUE SPACES.
021800    03 EXC-CONTA              PIC X(019) VALUE SPACES.
021900    03 FILLER                 PIC X(002) VALUE SPACES.
022000    03 EXC-CPF                PIC X(011) VALUE SPACES.
022100    03 FILLER                 PIC X(002) VALUE SPACES.
022200    03 EXC-RATING             PIC X(002) VALUE SPACES.
022300    03 FILLER                 PIC X(002) VALUE SPACES.
022400    03 EXC-DIAS-ATRASO        PIC ZZZZ9.
022500    03 FILLER                 PIC X(002) VALUE SPACES.
022600    03 EXC-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9.99.
022700    03 FILLER                 PIC X(002) VALUE SPACES.
022800    03 EXC-MOTIVO             PIC X(035) VALUE SPACES.
022900*
023000 01 IMPRESSAO.
023100    03 WS-IMPRIME-DATA-BASE.
023200       05 FILLER                  PIC X(028) VALUE
023300       'DATA-BASE (AAAAMM)........: '.
023400       05 WS-TOT-DATA-BASE        PIC 9(006).
023500    03 WS-IMPRIME-LIDOS.
023600       05 FILLER                  PIC X(028) VALUE
023700       'CONTAS LIDAS DO RATCTA....: '.
023800       05 WS-TOT-LIDOS            PIC Z.ZZZ.ZZ9.
023900    03 WS-IMPRIME-GRAVADOS.
024000       05 FILLER                  PIC X(028) VALUE
024100       'OPERACOES GRAVADAS SCR....: '.
024200       05 WS-TOT-GRAVADOS         PIC Z.ZZZ.ZZ9.
024300    03 WS-IMPRIME-PREJUIZO.
024400       05 FILLER                  PIC X(028) VALUE
024500       'OPERACOES EM PREJUIZO.....: '.
024600       05 WS-TOT-PREJUIZO         PIC Z.ZZZ.ZZ9.
024700    03 WS-IMPRIME-SEM-HISTMST.
024800       05 FILLER                  PIC X(028) VALUE
024900       'CONTAS FORA DO HISTMST....: '.
025000       05 WS-TOT-SEM-HISTMST      PIC Z.ZZZ.ZZ9.
025100    03 WS-IMPRIME-EXCECOES.
025200       05 FILLER                  PIC X(028) VALUE
025300       'OPERACOES REJEITADAS......: '.
025400       05 WS-TOT-EXCECOES         PIC Z.ZZZ.ZZ9.
025500    03 WS-IMPRIME-QUEBRAS.
025600       05 FILLER                  PIC X(028) VALUE
025700       'RATINGS COM QUEBRA........: '.
025800       05 WS-TOT-QUEBRAS          PIC Z.ZZZ.ZZ9.
025900    03 WS-IMPRIME-RES-RETORNO.
026000       05 FILLER                  PIC X(028) VALUE
026100       'CODIGO DE RETORNO.........: '.
026200       05 WS-RES-RETORNO          PIC 9(002).
026300*----------------------------------------------------------------*
026400* VARIAVEIS CONTROLE
026500*----------------------------------------------------------------*
026600 01 CONTROLADORES.
026700    03 FS-PARM                  PIC X(002) VALUE '00'.
026800    03 FS-RATCTA                PIC X(002) VALUE '00'.
026900    03 FS-HISTMST               PIC X(002) VALUE '00'.
027000    03 FS-SCR3040               PIC X(002) VALUE '00'.
027100    03 FS-RELSCR                PIC X(002) VALUE '00'.
027200    03 FS-EXCSCR                PIC X(002) VALUE '00'.
027300*
027400    03 WS-DATA-BASE             PIC 9(006) VALUE ZEROS.
027500    03 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
027600       05 WS-DT-BASE-AAAA       PIC 9(004).
027700       05 WS-DT-BASE-MM         PIC 9(002).
027800    03 WS-DATA-PRIM-SELECAO     PIC 9(008) VALUE ZEROS.
027900    03 WS-DATA-PRIM-SELECAO-R REDEFINES WS-DATA-PRIM-SELECAO.
028000       05 WS-DT-PRIM-DD         PIC 9(002).
028100       05 WS-DT-PRIM-MM         PIC 9(002).
028200       05 WS-DT-PRIM-AAAA       PIC 9(004).
028300    03 WS-DATA-AMCR             PIC 9(008) VALUE ZEROS.
028400    03 WS-DATA-AMCR-R REDEFINES WS-DATA-AMCR.
028500       05 WS-DT-AMCR-DD         PIC 9(002).
028600       05 WS-DT-AMCR-MM         PIC 9(002).
028700       05 WS-DT-AMCR-AAAA       PIC 9(004).
028800    03 WS-IND-PREJUIZO          PIC X(001) VALUE 'N'.
028900       88 WS-OPERACAO-PREJUIZO        VALUE 'S'.
029000    03 WS-MOTIVO-EXCECAO        PIC X(035) VALUE SPACES.
029100    03 WS-IND-QUEBRA            PIC X(001) VALUE 'N'.
029200    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
029300    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
029400*
029500 01 CONTADORES.
029600    03 WS-CONT-LIDOS            PIC 9(007) VALUE ZEROS.
029700    03 WS-CONT-GRAVADOS         PIC 9(007) VALUE ZEROS.
029800    03 WS-CONT-PREJUIZO         PIC 9(007) VALUE ZEROS.
029900    03 WS-CONT-SEM-HISTMST      PIC 9(007) VALUE ZEROS.
030000    03 WS-CONT-EXCECOES         PIC 9(007) VALUE ZEROS.
030100    03 WS-CONT-QUEBRAS          PIC 9(007) VALUE ZEROS.
030200    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
030300    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
030400    03 WS-CONT-LINHAS-EXC       PIC 9(002) VALUE 00.
030500    03 WS-CONT-PAG-EXC          PIC 9(007) VALUE ZEROS.
030600    03 WS-SCR-QTDE-DET          PIC 9(007) VALUE ZEROS.
030700    03 WS-SCR-HASH              PIC 9(015)V99 VALUE ZEROS.
030800*
030900*------------VALIDACAO DO DIGITO VERIFICADOR DO CPF--------------*
031000 01 VALIDACAO-CPF.
031100    03 WS-CPF-TRABALHO          PIC X(011) VALUE SPACES.
031200    03 WS-CPF-TRABALHO-R  REDEFINES WS-CPF-TRABALHO.
031300       05 WS-CPF-DIGITO OCCURS 11 TIMES
031400                                PIC 9(001).
031500    03 WS-CPF-IND               PIC 9(002) VALUE ZEROS.
031600    03 WS-CPF-SOMA              PIC 9(004) VALUE ZEROS.
031700    03 WS-CPF-PESO              PIC 9(002) VALUE ZEROS.
031800    03 WS-CPF-QUOC              PIC 9(004) VALUE ZEROS.
031900    03 WS-CPF-RESTO             PIC 9(002) VALUE ZEROS.
032000    03 WS-CPF-DV1               PIC 9(001) VALUE ZEROS.
032100    03 WS-CPF-DV2               PIC 9(001) VALUE ZEROS.
032200    03 WS-CPF-IGUAIS            PIC X(001) VALUE 'N'.
032300    03 WS-IND-CPF-VALIDO        PIC X(001) VALUE 'S'.
032400       88 WS-CPF-VALIDO               VALUE 'S'.
032500       88 WS-CPF-INVALIDO             VALUE 'N'.
032600*----------FIM VALIDACAO DO DIGITO VERIFICADOR DO CPF------------*
032700*
032800*----RATINGS REGULAMENTARES (RESOLUCAO 2682) E CONCILIACAO-------*
032900 01 TABELA-RATINGS.
033000    03 WS-RAT-CODIGOS           PIC X(018) VALUE
033100       'AAA B C D E F G H '.
033200    03 WS-RAT-CODIGO-TAB REDEFINES WS-RAT-CODIGOS.
033300       05 WS-RAT-COD OCCURS 9 TIMES
033400                                PIC X(002).
033500    03 WS-TAB-CONCILIACAO OCCURS 9 TIMES.
033600       05 WS-CON-QTDE-PDD       PIC 9(007).
033700       05 WS-CON-SALDO-PDD      PIC 9(013)V99.
033800       05 WS-CON-QTDE-SCR       PIC 9(007).
033900       05 WS-CON-SALDO-SCR      PIC 9(013)V99.
034000       05 WS-CON-QTDE-EXC       PIC 9(007).
034100       05 WS-CON-SALDO-EXC      PIC 9(013)V99.
034200       05 WS-CON-QTDE-PREJ      PIC 9(007).
034300    03 WS-IND-RAT               PIC 9(002) VALUE ZEROS.
034400    03 WS-RAT-IDX               PIC 9(002) VALUE ZEROS.
034500    03 WS-RAT-PROCURA           PIC X(002) VALUE SPACES.
034600*
034700 01 TOTAIS-GERAIS.
034800    03 WS-GER-QTDE-PDD          PIC 9(007) VALUE ZEROS.
034900    03 WS-GER-SALDO-PDD         PIC 9(013)V99 VALUE ZEROS.
035000    03 WS-GER-QTDE-SCR          PIC 9(007) VALUE ZEROS.
035100    03 WS-GER-SALDO-SCR         PIC 9(013)V99 VALUE ZEROS.
035200    03 WS-GER-QTDE-EXC          PIC 9(007) VALUE ZEROS.
035300    03 WS-GER-SALDO-EXC         PIC 9(013)V99 VALUE ZEROS.
035400    03 WS-GER-QTDE-PREJ         PIC 9(007) VALUE ZEROS.
035500*
035600*------REGISTROS DO ARQUIVO SCR 3040----------------------------*
035700 01 SCR-REGISTROS.
035800    03 SCR-HEADER.
035900       05 FILLER                PIC X(001) VALUE 'H'.
036000       05 SCR-H-DATA-BASE       PIC 9(006) VALUE ZEROS.
036100       05 SCR-H-DATA-JULIANA    PIC 9(007) VALUE ZEROS.
036200       05 FILLER                PIC X(025) VALUE
036300       ' DOCUMENTO 3040 SCR BACEN'.
036400       05 FILLER                PIC X(061) VALUE SPACES.
036500    03 SCR-DETALHE.
036600       05 FILLER                PIC X(001) VALUE 'D'.
036700       05 SCR-D-DATA-BASE       PIC 9(006) VALUE ZEROS.
036800       05 SCR-D-ORG             PIC 9(003) VALUE ZEROS.
036900       05 SCR-D-CONTA           PIC X(019) VALUE SPACES.
037000       05 SCR-D-TIPO-PESSOA     PIC X(001) VALUE 'F'.
037100       05 SCR-D-CPF             PIC X(011) VALUE SPACES.
037200       05 SCR-D-RATING          PIC X(002) VALUE SPACES.
037300       05 SCR-D-DIAS-ATRASO     PIC 9(005) VALUE ZEROS.
037400       05 SCR-D-VALOR           PIC 9(013)V99 VALUE ZEROS.
037500       05 SCR-D-IND-PREJUIZO    PIC X(001) VALUE 'N'.
037600       05 SCR-D-DATA-PRIM-SELECAO
037700                                PIC 9(008) VALUE ZEROS.
037800       05 FILLER                PIC X(028) VALUE SPACES.
037900    03 SCR-TRAILER.
038000       05 FILLER                PIC X(001) VALUE 'T'.
038100       05 SCR-T-QTDE            PIC 9(007) VALUE ZEROS.
038200       05 SCR-T-HASH            PIC 9(015)V99 VALUE ZEROS.
038300       05 SCR-T-QTDE-PREJUIZO   PIC 9(007) VALUE ZEROS.
038400       05 FILLER                PIC X(068) VALUE SPACES.
038500*----FIM REGISTROS DO ARQUIVO SCR 3040--------------------------*
038600*----------------------------------------------------------------*
038700* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
038800*----------------------------------------------------------------*
038900 01 MONTADORES-DATA.
039000    03 WS-DATA-SYS.
039100       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
039200       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
039300       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
039400*----------------------------------------------------------------*
039500*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
039600*----------------------------------------------------------------*
039700*
039800     COPY AR00WS.
039900*
040000     COPY AMCRIO.
040100     COPY AMCRRL.
040200     COPY AMCRRB.
040300*
040400     COPY CCS302.
040500*
040600     COPY CCS301.
040700*
040800     COPY UUGJRNW.
040900*================================================================*
041000 PROCEDURE DIVISION.
041100*================================================================*
041200 ROTINA-PRINCIPAL.
041300     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
041400*
041500     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
041600*
041700     PERFORM LER-RATCTA              THRU LER-RATCTA-FIM.
041800     PERFORM PROCESSA                THRU PROCESSA-FIM
041900             UNTIL FS-RATCTA = '10'.
042000*
042100     MOVE 'GRST'                     TO WS-ABEND-LOCATION.
042200     MOVE WS-SCR-QTDE-DET            TO SCR-T-QTDE.
042300     MOVE WS-SCR-HASH                TO SCR-T-HASH.
042400     MOVE WS-CONT-PREJUIZO           TO SCR-T-QTDE-PREJUIZO.
042500     WRITE SCR3040-REGISTRO        FROM SCR-TRAILER.
042510     IF FS-SCR3040 NOT = '00'
042520     ,  DISPLAY '*************************'
042530     ,  DISPLAY '**   WRITE SCR3040     **'
042540     ,  DISPLAY '** STATUS = ' FS-SCR3040
042550     ,  DISPLAY '*************************'
042560     ,  MOVE 'ERRO WRIT SCR30 '     TO WS-ABENDMSG8
042570     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
042580     END-IF.
042600*
042700     PERFORM IMPRIME-CONCILIACAO     THRU IMPRIME-CONCILIACAO-FIM.
042800*
042900     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
043000*
043100     DISPLAY WS-IMPRIME-DATA-BASE.
043200     DISPLAY WS-IMPRIME-LIDOS.
043300     DISPLAY WS-IMPRIME-GRAVADOS.
043400     DISPLAY WS-IMPRIME-PREJUIZO.
043500     DISPLAY WS-IMPRIME-EXCECOES.
043600     DISPLAY WS-IMPRIME-QUEBRAS.
043700     DISPLAY WS-IMPRIME-RES-RETORNO.
043800*
043900     MOVE 'UUGPB921'                 TO RUNJRN-WS-PROGRAMA.
044000     MOVE WS-CONT-LIDOS              TO RUNJRN-WS-ENTRADA.
044100     MOVE WS-CONT-GRAVADOS           TO RUNJRN-WS-SAIDA.
044200     MOVE WS-CONT-EXCECOES           TO RUNJRN-WS-REJEITOS.
044300     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
044400     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
044500*
044600     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
044700*
044800     STOP RUN.
044900*
045000 ROTINA-PRINCIPAL-FIM.
045100*
045200*------------------ABERTURA DE ARQUIVOS
045300 ABRIR-ARQUIVOS.
045400*----DATA DE PROCESSAMENTO DO AMCR--------------------------------
045500     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
045600     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
045700     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
045800     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
045900     MOVE ZEROS               TO AMCRIO-ORG.
046000     MOVE ZEROS               TO AMCRIO-LOGO.
046100     MOVE ZEROS               TO AMCRIO-REC-NBR.
046200     SET AMCRRB-READ-RANDOM          TO TRUE.
046300     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
046400     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
046500     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
046600     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
046700     SET AMCRRB-CLOSE                TO TRUE.
046800     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
046900*
047000*----DATA-BASE DO PARM OU, NA FALTA, MES DO PROCESSAMENTO---------
047100     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
047200     MOVE 1                   TO WS-DATE-FORMAT.
047300     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
047400     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
047500     MOVE WS-DT-AMCR-AAAA     TO WS-DT-BASE-AAAA.
047600     MOVE WS-DT-AMCR-MM       TO WS-DT-BASE-MM.
047700*
047800     MOVE 'OPPM'              TO WS-ABEND-LOCATION.
047900     OPEN INPUT PARM.
048000     IF FS-PARM = '00'
048100     ,  MOVE 'RDPM'                TO WS-ABEND-LOCATION
048200     ,  READ PARM
048300     ,  IF FS-PARM = '00'
048400     ,  AND PARM-DATA-BASE NUMERIC
048500     ,  AND PARM-DATA-BASE(5:2) > '00'
048600     ,  AND PARM-DATA-BASE(5:2) < '13'
048700     ,  ,  MOVE PARM-DATA-BASE     TO WS-DATA-BASE
048800     ,  END-IF
048900     ,  CLOSE PARM
049000     END-IF.
049100     MOVE WS-DATA-BASE        TO WS-TOT-DATA-BASE.
049200*
049300     MOVE 'OPRT'              TO WS-ABEND-LOCATION.
049400     OPEN INPUT RATCTA.
049500     IF FS-RATCTA NOT EQUAL '00'
049600     ,  DISPLAY '**************************'
049700     ,  DISPLAY '** OPEN ERROR RATCTA     **'
049800     ,  DISPLAY '** STATUS = ' FS-RATCTA
049900     ,  DISPLAY '**************************'
050000     ,  MOVE 'ERRO OPEN RATCT '   TO WS-ABENDMSG8
050100     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
050200     END-IF.
050300*
050400     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
050500     OPEN INPUT HISTMST.
050600     IF FS-HISTMST NOT EQUAL '00'
050700     ,  DISPLAY '**************************'
050800     ,  DISPLAY '** OPEN ERROR HISTMST    **'
050900     ,  DISPLAY '** STATUS = ' FS-HISTMST
051000     ,  DISPLAY '**************************'
051100     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
051200     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
051300     END-IF.
051400*
051500     MOVE 'OPSC'              TO WS-ABEND-LOCATION.
051600     OPEN OUTPUT SCR3040.
051700     IF FS-SCR3040 NOT EQUAL '00'
051800     ,  DISPLAY '**************************'
051900     ,  DISPLAY '** OPEN ERROR SCR3040    **'
052000     ,  DISPLAY '** STATUS = ' FS-SCR3040
052100     ,  DISPLAY '**************************'
052200     ,  MOVE 'ERRO OPEN SCR30 '   TO WS-ABENDMSG8
052300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
052400     END-IF.
052500*
052600     MOVE 'OPRS'              TO WS-ABEND-LOCATION.
052700     OPEN OUTPUT RELSCR.
052800     IF FS-RELSCR NOT EQUAL '00'
052900     ,  DISPLAY '**************************'
053000     ,  DISPLAY '** OPEN ERROR RELSCR     **'
053100     ,  DISPLAY '** STATUS = ' FS-RELSCR
053200     ,  DISPLAY '**************************'
053300     ,  MOVE 'ERRO OPEN RELSC '   TO WS-ABENDMSG8
053400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
053500     END-IF.
053600*
053700     MOVE 'OPES'              TO WS-ABEND-LOCATION.
053800     OPEN OUTPUT EXCSCR.
053900     IF FS-EXCSCR NOT EQUAL '00'
054000     ,  DISPLAY '**************************'
054100     ,  DISPLAY '** OPEN ERROR EXCSCR     **'
054200     ,  DISPLAY '** STATUS = ' FS-EXCSCR
054300     ,  DISPLAY '**************************'
054400     ,  MOVE 'ERRO OPEN EXCSC '   TO WS-ABENDMSG8
054500     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
054600     END-IF.
054700*
054800     MOVE 1                   TO WS-IND-RAT.
054900     PERFORM LIMPA-CONCILIACAO THRU LIMPA-CONCILIACAO-FIM
055000             UNTIL WS-IND-RAT > 9.
055100*
055200     MOVE 'GRSH'              TO WS-ABEND-LOCATION.
055300     MOVE WS-DATA-BASE        TO SCR-H-DATA-BASE.
055400     MOVE WS-DATA-JULIANA     TO SCR-H-DATA-JULIANA.
055500     WRITE SCR3040-REGISTRO FROM SCR-HEADER.
055510     IF FS-SCR3040 NOT = '00'
055520     ,  DISPLAY '*************************'
055530     ,  DISPLAY '**   WRITE SCR3040     **'
055540     ,  DISPLAY '** STATUS = ' FS-SCR3040
055550     ,  DISPLAY '*************************'
055560     ,  MOVE 'ERRO WRIT SCR30 '     TO WS-ABENDMSG8
055570     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
055580     END-IF.
055600 ABRIR-ARQUIVOS-FIM. EXIT.
055700*------------------FIM DA ABERTURA DOS ARQUIVOS
055800 LIMPA-CONCILIACAO.
055900     MOVE ZEROS TO WS-CON-QTDE-PDD(WS-IND-RAT)
056000                   WS-CON-SALDO-PDD(WS-IND-RAT)
056100                   WS-CON-QTDE-SCR(WS-IND-RAT)
056200                   WS-CON-SALDO-SCR(WS-IND-RAT)
056300                   WS-CON-QTDE-EXC(WS-IND-RAT)
056400                   WS-CON-SALDO-EXC(WS-IND-RAT)
056500                   WS-CON-QTDE-PREJ(WS-IND-RAT).
056600     ADD 1                          TO WS-IND-RAT.
056700 LIMPA-CONCILIACAO-FIM. EXIT.
056800*--------------LEITURA DO RATING POR CONTA-----------------------*
056900 LER-RATCTA.
057000     MOVE 'RDRT'                    TO WS-ABEND-LOCATION.
057100     READ RATCTA.
057200     IF FS-RATCTA NOT = ZEROS
057300     ,  IF FS-RATCTA NOT = 10
057400     ,  ,  DISPLAY '*************************'
057500     ,  ,  DISPLAY '**    READ RATCTA      **'
057600     ,  ,  DISPLAY '** STATUS = ' FS-RATCTA
057700     ,  ,  DISPLAY '*************************'
057800     ,  ,  MOVE 'ERRO READ RATCT '  TO WS-ABENDMSG8
057900     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
058000     ,  END-IF
058100     END-IF.
058200 LER-RATCTA-FIM. EXIT.
058300*------------FIM LEITURA DO RATING POR CONTA---------------------*
058400*--------TRATAMENTO DE CADA REGISTRO DO RATCTA-------------------*
058500 PROCESSA.
058600     IF RATCTA-E-TOTAL
058700     ,  PERFORM GUARDA-TOTAL-RELPDD THRU GUARDA-TOTAL-RELPDD-FIM
058800     ,  GO                          TO PROCESSA-LER
058900     END-IF.
059000     IF NOT RATCTA-E-DETALHE
059100     ,  GO                          TO PROCESSA-LER
059200     END-IF.
059300*
059400     ADD 1                          TO WS-CONT-LIDOS.
059500     MOVE RATCTA-RATING             TO WS-RAT-PROCURA.
059600     PERFORM LOCALIZA-RATING        THRU LOCALIZA-RATING-FIM.
059700     IF WS-RAT-IDX = ZEROS
059800     ,  MOVE 'RATING INVALIDO NO RATCTA'
059900     ,                              TO WS-MOTIVO-EXCECAO
060000     ,  PERFORM GRAVA-EXCECAO       THRU GRAVA-EXCECAO-FIM
060100     ,  GO                          TO PROCESSA-LER
060200     END-IF.
060300*
060400     PERFORM VALIDA-CPF             THRU VALIDA-CPF-FIM.
060500     IF WS-CPF-INVALIDO
060600     ,  MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)'
060700     ,                              TO WS-MOTIVO-EXCECAO
060800     ,  PERFORM GRAVA-EXCECAO       THRU GRAVA-EXCECAO-FIM
060900     ,  GO                          TO PROCESSA-LER
061000     END-IF.
061100*
061200     PERFORM CONSULTA-HISTMST       THRU CONSULTA-HISTMST-FIM.
061300     PERFORM GRAVA-OPERACAO         THRU GRAVA-OPERACAO-FIM.
061400*
061500 PROCESSA-LER.
061600     PERFORM LER-RATCTA             THRU LER-RATCTA-FIM.
061700 PROCESSA-FIM. EXIT.
061800*------FIM TRATAMENTO DE CADA REGISTRO DO RATCTA-----------------*
061900*----TOTAL DO RELPDD POR RATING (GRAVADO PELO UUGPB917)----------*
062000 GUARDA-TOTAL-RELPDD.
062100     MOVE RATCTA-T-RATING           TO WS-RAT-PROCURA.
062200     PERFORM LOCALIZA-RATING        THRU LOCALIZA-RATING-FIM.
062300     IF WS-RAT-IDX = ZEROS
062400     ,  DISPLAY '** RATCTA: TOTAL COM RATING INVALIDO: '
062500     ,          RATCTA-T-RATING
062600     ,  IF WS-RETORNO-FINAL < 4
062700     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
062800     ,  END-IF
062900     ,  GO                          TO GUARDA-TOTAL-RELPDD-FIM
063000     END-IF.
063100     ADD RATCTA-T-QTDE    TO WS-CON-QTDE-PDD(WS-RAT-IDX).
063200     ADD RATCTA-T-SALDO   TO WS-CON-SALDO-PDD(WS-RAT-IDX).
063300 GUARDA-TOTAL-RELPDD-FIM. EXIT.
063400*
063500 LOCALIZA-RATING.
063600     MOVE ZEROS                     TO WS-RAT-IDX.
063700     MOVE ZEROS                     TO WS-IND-RAT.
063800     PERFORM PROCURA-RATING         THRU PROCURA-RATING-FIM
063900             UNTIL WS-IND-RAT >= 9
064000             OR    WS-RAT-IDX > ZEROS.
064100 LOCALIZA-RATING-FIM. EXIT.
064200 PROCURA-RATING.
064300     ADD 1                          TO WS-IND-RAT.
064400     IF WS-RAT-COD(WS-IND-RAT) = WS-RAT-PROCURA
064500     ,  MOVE WS-IND-RAT             TO WS-RAT-IDX
064600     END-IF.
064700 PROCURA-RATING-FIM. EXIT.
064800*--FIM TOTAL DO RELPDD POR RATING--------------------------------*
064900*----PREJUIZO: PRIMEIRA DESAVERBACAO NO MES DA DATA-BASE---------*
065000 CONSULTA-HISTMST.
065100     MOVE 'N'                       TO WS-IND-PREJUIZO.
065200     MOVE ZEROS                     TO WS-DATA-PRIM-SELECAO.
065300     MOVE RATCTA-ORG                TO HISTMST-ORG.
065400     MOVE RATCTA-CONTA              TO HISTMST-CONTA.
065500     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
065600     READ HISTMST.
065700     IF FS-HISTMST = '23'
065800     ,  ADD 1                       TO WS-CONT-SEM-HISTMST
065900     ,  GO                          TO CONSULTA-HISTMST-FIM
066000     END-IF.
066100     IF FS-HISTMST NOT = '00'
066200     ,  DISPLAY '*************************'
066300     ,  DISPLAY '**    READ HISTMST     **'
066400     ,  DISPLAY '** STATUS = ' FS-HISTMST
066500     ,  DISPLAY '*************************'
066600     ,  MOVE 'ERRO READ HISTM '     TO WS-ABENDMSG8
066700     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
066800     END-IF.
066900     MOVE HISTMST-DATA-PRIM-SELECAO TO WS-DATA-PRIM-SELECAO.
067000     IF WS-DT-PRIM-AAAA = WS-DT-BASE-AAAA
067100     AND WS-DT-PRIM-MM  = WS-DT-BASE-MM
067200     ,  SET WS-OPERACAO-PREJUIZO    TO TRUE
067300     END-IF.
067400 CONSULTA-HISTMST-FIM. EXIT.
067500*--FIM PREJUIZO: PRIMEIRA DESAVERBACAO NO MES DA DATA-BASE-------*
067600*--------GRAVACAO DA OPERACAO NO ARQUIVO SCR 3040----------------*
067700 GRAVA-OPERACAO.
067800     MOVE WS-DATA-BASE              TO SCR-D-DATA-BASE.
067900     MOVE RATCTA-ORG                TO SCR-D-ORG.
068000     MOVE RATCTA-CONTA              TO SCR-D-CONTA.
068100     MOVE RATCTA-CPF-CLIENTE        TO SCR-D-CPF.
068200     MOVE RATCTA-RATING             TO SCR-D-RATING.
068300     MOVE RATCTA-DIAS-ATRASO        TO SCR-D-DIAS-ATRASO.
068400     MOVE RATCTA-SALDO              TO SCR-D-VALOR.
068500     MOVE WS-IND-PREJUIZO           TO SCR-D-IND-PREJUIZO.
068600     MOVE WS-DATA-PRIM-SELECAO      TO SCR-D-DATA-PRIM-SELECAO.
068700     MOVE 'GRSD'                    TO WS-ABEND-LOCATION.
068800     WRITE SCR3040-REGISTRO       FROM SCR-DETALHE.
068900     IF FS-SCR3040 NOT = '00'
069000     ,  DISPLAY '*************************'
069100     ,  DISPLAY '**   WRITE SCR3040     **'
069200     ,  DISPLAY '** STATUS = ' FS-SCR3040
069300     ,  DISPLAY '*************************'
069400     ,  MOVE 'ERRO WRIT SCR30 '     TO WS-ABENDMSG8
069500     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
069600     END-IF.
069700     ADD 1                          TO WS-CONT-GRAVADOS
069800                                       WS-SCR-QTDE-DET.
069900     ADD RATCTA-SALDO               TO WS-SCR-HASH.
070000     ADD 1                TO WS-CON-QTDE-SCR(WS-RAT-IDX).
070100     ADD RATCTA-SALDO     TO WS-CON-SALDO-SCR(WS-RAT-IDX).
070200     IF WS-OPERACAO-PREJUIZO
070300     ,  ADD 1                       TO WS-CONT-PREJUIZO
070400     ,  ADD 1             TO WS-CON-QTDE-PREJ(WS-RAT-IDX)
070500     END-IF.
070600 GRAVA-OPERACAO-FIM. EXIT.
070700*------FIM GRAVACAO DA OPERACAO NO ARQUIVO SCR 3040--------------*
070800*--------OPERACAO REJEITADA: LISTAGEM DE EXCECOES----------------*
070900 GRAVA-EXCECAO.
071000     MOVE RATCTA-ORG                TO EXC-ORG.
071100     MOVE RATCTA-LOGO               TO EXC-LOGO.
071200     MOVE RATCTA-CONTA              TO EXC-CONTA.
071300     MOVE RATCTA-CPF-CLIENTE        TO EXC-CPF.
071400     MOVE RATCTA-RATING             TO EXC-RATING.
071500     MOVE RATCTA-DIAS-ATRASO        TO EXC-DIAS-ATRASO.
071600     MOVE RATCTA-SALDO              TO EXC-SALDO.
071700     MOVE WS-MOTIVO-EXCECAO         TO EXC-MOTIVO.
071800*
071900     IF WS-CONT-LINHAS-EXC = 00
072000     ,  ADD 1                       TO WS-CONT-PAG-EXC
072100     ,  MOVE WS-CONT-PAG-EXC        TO WS-PAG
072200     ,  PERFORM MONTAR-CABECALHO-EXC
072300     ,          THRU MONTAR-CABECALHO-EXC-EXIT
072400     END-IF.
072500     WRITE EXCSCR-LINHA        FROM EXCSCR-CORPO.
072600     ADD 1                       TO WS-CONT-LINHAS-EXC.
072700     IF WS-CONT-LINHAS-EXC > 59
072800     ,  MOVE 0                      TO WS-CONT-LINHAS-EXC
072900     END-IF.
073000*
073100     ADD 1                          TO WS-CONT-EXCECOES.
073200     IF WS-RAT-IDX > ZEROS
073300     ,  ADD 1             TO WS-CON-QTDE-EXC(WS-RAT-IDX)
073400     ,  ADD RATCTA-SALDO  TO WS-CON-SALDO-EXC(WS-RAT-IDX)
073500     END-IF.
073600     IF WS-RETORNO-FINAL < 4
073700     ,  MOVE 4                      TO WS-RETORNO-FINAL
073800     END-IF.
073900 GRAVA-EXCECAO-FIM. EXIT.
074000*------FIM OPERACAO REJEITADA: LISTAGEM DE EXCECOES--------------*
074100*--------VALIDACAO DO DIGITO VERIFICADOR DO CPF (MOD 11)---------*
074200 VALIDA-CPF.
074300     MOVE 'S'                       TO WS-IND-CPF-VALIDO.
074400     MOVE RATCTA-CPF-CLIENTE        TO WS-CPF-TRABALHO.
074500     IF WS-CPF-TRABALHO NOT NUMERIC
074600     ,  MOVE 'N'                    TO WS-IND-CPF-VALIDO
074700     ,  GO                          TO VALIDA-CPF-FIM
074800     END-IF.
074900     MOVE 'S'                       TO WS-CPF-IGUAIS.
075000     MOVE 1                         TO WS-CPF-IND.
075100     PERFORM VALIDA-CPF-IGUAIS      THRU VALIDA-CPF-IGUAIS-FIM
075200             UNTIL WS-CPF-IND >= 11.
075300     IF WS-CPF-IGUAIS = 'S'
075400     ,  MOVE 'N'                    TO WS-IND-CPF-VALIDO
075500     ,  GO                          TO VALIDA-CPF-FIM
075600     END-IF.
075700     MOVE ZEROS                     TO WS-CPF-SOMA.
075800     MOVE 10                        TO WS-CPF-PESO.
075900     MOVE 1                         TO WS-CPF-IND.
076000     PERFORM VALIDA-CPF-SOMA        THRU VALIDA-CPF-SOMA-FIM
076100             UNTIL WS-CPF-IND > 9.
076200     DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
076300            REMAINDER WS-CPF-RESTO.
076400     IF WS-CPF-RESTO < 2
076500     ,  MOVE ZEROS                  TO WS-CPF-DV1
076600     ELSE
076700     ,  COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
076800     END-IF.
076900     MOVE ZEROS                     TO WS-CPF-SOMA.
077000     MOVE 11                        TO WS-CPF-PESO.
077100     MOVE 1                         TO WS-CPF-IND.
077200     PERFORM VALIDA-CPF-SOMA        THRU VALIDA-CPF-SOMA-FIM
077300             UNTIL WS-CPF-IND > 10.
077400     DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
077500            REMAINDER WS-CPF-RESTO.
077600     IF WS-CPF-RESTO < 2
077700     ,  MOVE ZEROS                  TO WS-CPF-DV2
077800     ELSE
077900     ,  COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
078000     END-IF.
078100     IF WS-CPF-DIGITO(10) NOT = WS-CPF-DV1
078200     OR WS-CPF-DIGITO(11) NOT = WS-CPF-DV2
078300     ,  MOVE 'N'                    TO WS-IND-CPF-VALIDO
078400     END-IF.
078500 VALIDA-CPF-FIM. EXIT.
078600 VALIDA-CPF-IGUAIS.
078700     ADD 1                          TO WS-CPF-IND.
078800     IF WS-CPF-DIGITO(WS-CPF-IND) NOT = WS-CPF-DIGITO(1)
078900     ,  MOVE 'N'                    TO WS-CPF-IGUAIS
079000     END-IF.
079100 VALIDA-CPF-IGUAIS-FIM. EXIT.
079200 VALIDA-CPF-SOMA.
079300     COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
079400             + WS-CPF-DIGITO(WS-CPF-IND) * WS-CPF-PESO.
079500     ADD 1                          TO WS-CPF-IND.
079600     SUBTRACT 1                     FROM WS-CPF-PESO.
079700 VALIDA-CPF-SOMA-FIM. EXIT.
079800*------FIM VALIDACAO DO DIGITO VERIFICADOR DO CPF (MOD 11)-------*
079900*--------RELATORIO DE CONCILIACAO SCR X RELPDD POR RATING--------*
080000 IMPRIME-CONCILIACAO.
080100     ADD 1                          TO WS-CONT-PAG.
080200     MOVE WS-CONT-PAG               TO WS-PAG.
080300     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
080400*
080500     MOVE 1                         TO WS-IND-RAT.
080600     PERFORM IMPRIME-CONCILIA-RATING
080700             THRU IMPRIME-CONCILIA-RATING-FIM
080800             UNTIL WS-IND-RAT > 9.
080900*
081000     MOVE 'TT'                      TO SCR-REL-RATING.
081100     MOVE WS-GER-QTDE-PDD           TO SCR-REL-QTDE-PDD.
081200     MOVE WS-GER-SALDO-PDD          TO SCR-REL-SALDO-PDD.
081300     MOVE WS-GER-QTDE-SCR           TO SCR-REL-QTDE-SCR.
081400     MOVE WS-GER-SALDO-SCR          TO SCR-REL-SALDO-SCR.
081500     MOVE WS-GER-QTDE-EXC           TO SCR-REL-QTDE-EXC.
081600     MOVE WS-GER-SALDO-EXC          TO SCR-REL-SALDO-EXC.
081700     MOVE WS-GER-QTDE-PREJ          TO SCR-REL-QTDE-PREJ.
081800     IF WS-CONT-QUEBRAS = ZEROS
081900     ,  MOVE 'OK'                   TO SCR-REL-SITUACAO
082000     ELSE
082100     ,  MOVE 'QUEBRA'               TO SCR-REL-SITUACAO
082200     END-IF.
082300     WRITE RELSCR-LINHA FROM TERCEIRA-LINHA.
082400     WRITE RELSCR-LINHA FROM RELSCR-CORPO.
082500*
082600     MOVE WS-CONT-LIDOS             TO WS-TOT-LIDOS.
082700     MOVE WS-CONT-GRAVADOS          TO WS-TOT-GRAVADOS.
082800     MOVE WS-CONT-PREJUIZO          TO WS-TOT-PREJUIZO.
082900     MOVE WS-CONT-SEM-HISTMST       TO WS-TOT-SEM-HISTMST.
083000     MOVE WS-CONT-EXCECOES          TO WS-TOT-EXCECOES.
083100     MOVE WS-CONT-QUEBRAS           TO WS-TOT-QUEBRAS.
083200     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
083300     WRITE RELSCR-LINHA FROM TERCEIRA-LINHA.
083400     WRITE RELSCR-LINHA FROM WS-IMPRIME-DATA-BASE.
083500     WRITE RELSCR-LINHA FROM WS-IMPRIME-LIDOS.
083600     WRITE RELSCR-LINHA FROM WS-IMPRIME-GRAVADOS.
083700     WRITE RELSCR-LINHA FROM WS-IMPRIME-PREJUIZO.
083800     WRITE RELSCR-LINHA FROM WS-IMPRIME-SEM-HISTMST.
083900     WRITE RELSCR-LINHA FROM WS-IMPRIME-EXCECOES.
084000     WRITE RELSCR-LINHA FROM WS-IMPRIME-QUEBRAS.
084100     WRITE RELSCR-LINHA FROM WS-IMPRIME-RES-RETORNO.
084200 IMPRIME-CONCILIACAO-FIM. EXIT.
084300*
084400*----ARQUIVO + EXCECOES TEM DE BATER COM O RELPDD DO RATING------*
084500 IMPRIME-CONCILIA-RATING.
084600     MOVE WS-RAT-COD(WS-IND-RAT)    TO SCR-REL-RATING.
084700     MOVE WS-CON-QTDE-PDD(WS-IND-RAT)  TO SCR-REL-QTDE-PDD.
084800     MOVE WS-CON-SALDO-PDD(WS-IND-RAT) TO SCR-REL-SALDO-PDD.
084900     MOVE WS-CON-QTDE-SCR(WS-IND-RAT)  TO SCR-REL-QTDE-SCR.
085000     MOVE WS-CON-SALDO-SCR(WS-IND-RAT) TO SCR-REL-SALDO-SCR.
085100     MOVE WS-CON-QTDE-EXC(WS-IND-RAT)  TO SCR-REL-QTDE-EXC.
085200     MOVE WS-CON-SALDO-EXC(WS-IND-RAT) TO SCR-REL-SALDO-EXC.
085300     MOVE WS-CON-QTDE-PREJ(WS-IND-RAT) TO SCR-REL-QTDE-PREJ.
085400*
085500     MOVE 'N'                       TO WS-IND-QUEBRA.
085600     IF WS-CON-QTDE-PDD(WS-IND-RAT) NOT =
085700        WS-CON-QTDE-SCR(WS-IND-RAT) + WS-CON-QTDE-EXC(WS-IND-RAT)
085800     ,  MOVE 'S'                    TO WS-IND-QUEBRA
085900     END-IF.
086000     IF WS-CON-SALDO-PDD(WS-IND-RAT) NOT =
086100        WS-CON-SALDO-SCR(WS-IND-RAT)
086200      + WS-CON-SALDO-EXC(WS-IND-RAT)
086300     ,  MOVE 'S'                    TO WS-IND-QUEBRA
086400     END-IF.
086500     IF WS-IND-QUEBRA = 'S'
086600     ,  MOVE 'QUEBRA'               TO SCR-REL-SITUACAO
086700     ,  ADD 1                       TO WS-CONT-QUEBRAS
086800     ,  IF WS-RETORNO-FINAL < 4
086900     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
087000     ,  END-IF
087100     ELSE
087200     ,  MOVE 'OK'                   TO SCR-REL-SITUACAO
087300     END-IF.
087400     WRITE RELSCR-LINHA FROM RELSCR-CORPO.
087500     ADD 1                          TO WS-CONT-LINHAS.
087600*
087700     ADD WS-CON-QTDE-PDD(WS-IND-RAT)   TO WS-GER-QTDE-PDD.
087800     ADD WS-CON-SALDO-PDD(WS-IND-RAT)  TO WS-GER-SALDO-PDD.
087900     ADD WS-CON-QTDE-SCR(WS-IND-RAT)   TO WS-GER-QTDE-SCR.
088000     ADD WS-CON-SALDO-SCR(WS-IND-RAT)  TO WS-GER-SALDO-SCR.
088100     ADD WS-CON-QTDE-EXC(WS-IND-RAT)   TO WS-GER-QTDE-EXC.
088200     ADD WS-CON-SALDO-EXC(WS-IND-RAT)  TO WS-GER-SALDO-EXC.
088300     ADD WS-CON-QTDE-PREJ(WS-IND-RAT)  TO WS-GER-QTDE-PREJ.
088400     ADD 1                          TO WS-IND-RAT.
088500 IMPRIME-CONCILIA-RATING-FIM. EXIT.
088600*------FIM RELATORIO DE CONCILIACAO SCR X RELPDD POR RATING------*
088700*----------------------MONTAGEM DO CABECALHO---------------------*
088800 MONTAR-CABECALHO.
088900*-------
089000*MONTAGEM DA DATA DO CABECALHO
089100*-------
089200     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
089300     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
089400     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
089500     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
089600*
089700     WRITE RELSCR-LINHA FROM PRIMEIRA-LINHA.
089800     ADD 1               TO WS-CONT-LINHAS.
089900*
090000     WRITE RELSCR-LINHA FROM SEGUNDA-LINHA.
090100     ADD 1               TO WS-CONT-LINHAS.
090200*
090300     WRITE RELSCR-LINHA FROM TERCEIRA-LINHA.
090400     ADD 1               TO WS-CONT-LINHAS.
090500*
090600     WRITE RELSCR-LINHA FROM QUARTA-LINHA.
090700     ADD 1               TO WS-CONT-LINHAS.
090800*
090900     WRITE RELSCR-LINHA FROM TERCEIRA-LINHA.
091000     ADD 1               TO WS-CONT-LINHAS.
091100*
091200 MONTAR-CABECALHO-EXIT. EXIT.
091300*------------------FIM MONTAGEM DO CABECALHO---------------------*
091400*--------------MONTAGEM DO CABECALHO DAS EXCECOES----------------*
091500 MONTAR-CABECALHO-EXC.
091600     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
091700     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
091800     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
091900     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
092000*
092100     WRITE EXCSCR-LINHA FROM PRIMEIRA-LINHA.
092200     ADD 1               TO WS-CONT-LINHAS-EXC.
092300*
092400     WRITE EXCSCR-LINHA FROM SEGUNDA-LINHA-EXC.
092500     ADD 1               TO WS-CONT-LINHAS-EXC.
092600*
092700     WRITE EXCSCR-LINHA FROM TERCEIRA-LINHA.
092800     ADD 1               TO WS-CONT-LINHAS-EXC.
092900*
093000     WRITE EXCSCR-LINHA FROM QUARTA-LINHA-EXC.
093100     ADD 1               TO WS-CONT-LINHAS-EXC.
093200*
093300     WRITE EXCSCR-LINHA FROM TERCEIRA-LINHA.
093400     ADD 1               TO WS-CONT-LINHAS-EXC.
093500*
093600 MONTAR-CABECALHO-EXC-EXIT. EXIT.
093700*------------FIM MONTAGEM DO CABECALHO DAS EXCECOES--------------*
093800*------------------FECHAMENTO DE ARQUIVOS
093900 FECHAR-ARQUIVOS.
094000     MOVE 'CLRT'                    TO WS-ABEND-LOCATION.
094100     CLOSE RATCTA.
094200     IF FS-RATCTA NOT EQUAL '00'
094300        DISPLAY '##ERRO FECHAR ARQUIVO RATCTA: ' FS-RATCTA
094400        MOVE 'ERRO CLOSE RATCT'   TO WS-ABENDMSG8
094500        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
094600     END-IF.
094700*
094800     CLOSE HISTMST.
094900     IF FS-HISTMST NOT EQUAL '00'
095000        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
095100        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
095200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
095300     END-IF.
095400*
095500     CLOSE SCR3040.
095600     IF FS-SCR3040 NOT EQUAL '00'
095700        DISPLAY '##ERRO FECHAR ARQUIVO SCR3040: ' FS-SCR3040
095800        MOVE 'ERRO CLOSE SCR30'   TO WS-ABENDMSG8
095900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
096000     END-IF.
096100*
096200     CLOSE RELSCR.
096300     IF FS-RELSCR NOT EQUAL '00'
096400        DISPLAY '##ERRO FECHAR ARQUIVO RELSCR: ' FS-RELSCR
096500        MOVE 'ERRO CLOSE RELSC'   TO WS-ABENDMSG8
096600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
096700     END-IF.
096800*
096900     CLOSE EXCSCR.
097000     IF FS-EXCSCR NOT EQUAL '00'
097100        DISPLAY '##ERRO FECHAR ARQUIVO EXCSCR: ' FS-EXCSCR
097200        MOVE 'ERRO CLOSE EXCSC'   TO WS-ABENDMSG8
097300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
097400     END-IF.
097500 FECHAR-ARQUIVOS-FIM. EXIT.
097600*------------------FIM DO FECHAMENTO DE ARQUIVOS
097700*================================================================*
097800*    BOOKS DE PROCEDURE UTILIZADOS                               *
097900*================================================================*
098000     COPY CCS502.
098100     COPY CCS508.
098200     COPY UUGJRNP.
098300     COPY AMCRPD.
