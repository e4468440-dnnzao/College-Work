000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB926.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 05/06/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  LIBERACAO DAS ORGS RETIDAS PARA APROVACAO (ALCADA) PELO       *
001100*  UUGPB910 (DUPLA CHECAGEM - QUEM SOLICITA NAO APROVA):         *
001200*  - JUNTA AS PENDENCIAS ANTERIORES (APRANT) COM AS ORGS RETIDAS *
001300*    NA ULTIMA EXECUCAO DO UUGPB910 (APRPEN);                    *
001400*  - APLICA AS DECISOES DO ARQUIVO DE APROVACOES (APRTRN), POR   *
001500*    ORG E EXECUCAO, COM APROVADOR, DATA E APROVA/RECUSA. A      *
001600*    DECISAO DO PROPRIO SOLICITANTE E RECUSADA;                  *
001700*  - GRAVA NO CONTABIL, EXTRATO E SELHIST SOMENTE AS ORGS        *
001800*    APROVADAS; AS RECUSADAS SAO DESCARTADAS E AS DEMAIS SEGUEM  *
001900*    NO MESTRE DE PENDENCIAS (APRNOV);                           *
001910*  - A ORG DECIDIDA FICA NO APRNOV SO COM O RESUMO, MARCADA COMO *
001920*    LIBERADA OU DESCARTADA, POR 30 DIAS: NAO E CARREGADA DE NOVO*
001930*    DO APRPEN NEM ACEITA OUTRA DECISAO. NO FINAL DA EXECUCAO O  *
001940*    APRPEN E ESVAZIADO (O UUGPB910 ACRESCENTA AS NOVAS RETENCOES*
001950*    NO FINAL DELE);                                             *
002000*  - REGISTRA CADA PENDENCIA E CADA DECISAO NO LOG DE AUDITORIA  *
002100*    (APRLOG) E IMPRIME AS PENDENCIAS COM OS DIAS EM ESPERA.     *
002200*  QUEBRA: NENHUMA                                               *
002300*  CLASSIFICACAO: ORDEM DE CHEGADA DAS DECISOES E DAS PENDENCIAS *
002400*  TOTALIZADORES: ORGS LIBERADAS, DESCARTADAS E PENDENTES, COM   *
002500*                 PENDENTES POR FAIXA DE DIAS EM ESPERA.         *
002600*----------------------------------------------------------------*
002700*================================================================*
002800 ENVIRONMENT DIVISION.
002900*================================================================*
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
003200*----------------------------------------------------------------*
003300 INPUT-OUTPUT SECTION.
003400*----------------------------------------------------------------*
003500 FILE-CONTROL.
003600*----------------------------------------------------------------*
003700     SELECT APRANT    ASSIGN      TO APRANT
003800            FILE STATUS          IS FS-APRANT.
003900*
004000     SELECT APRPEN    ASSIGN      TO APRPEN
004100            FILE STATUS          IS FS-APRPEN.
004200*
004300     SELECT APRTRN    ASSIGN      TO APRTRN
004400            FILE STATUS          IS FS-APRTRN.
004500*
004600     SELECT APRNOV    ASSIGN      TO APRNOV
004700            FILE STATUS          IS FS-APRNOV.
004800*
004900     SELECT CONTABIL  ASSIGN      TO CONTABIL
005000            FILE STATUS          IS FS-CONTABIL.
005100*
005200     SELECT EXTRATO   ASSIGN      TO EXTRATO
005300            FILE STATUS          IS FS-EXTRATO.
005400*
005500     SELECT SELHIST   ASSIGN      TO SELHIST
005600            FILE STATUS          IS FS-SELHIST.
005700*
005800     SELECT APRLOG    ASSIGN      TO APRLOG
005900            FILE STATUS          IS FS-APRLOG.
006000*
006100     SELECT RELAPR    ASSIGN      TO RELAPR
006200            FILE STATUS          IS FS-RELAPR.
006300*
006400     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
006500            FILE STATUS          IS FS-RUNJRNL.
006600*================================================================*
006700 DATA DIVISION.
006800*================================================================*
006900 FILE SECTION.
007000
007100 FD APRANT
007200     RECORD CONTAINS 120 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     RECORDING MODE F.
007500 01 APRANT-REGISTRO        PIC X(120).
007600
007700 FD APRPEN
007800     RECORD CONTAINS 120 CHARACTERS
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE F.
008100 01 APRPEN-ENTRADA         PIC X(120).
008200
008300 FD APRTRN
008400     RECORD CONTAINS 080 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS
008600     RECORDING MODE F.
008700 01 APRTRN-REGISTRO.
008800    03 APRTRN-CHAVE.
008900       05 APRTRN-ORG         PIC  9(003).
009000       05 APRTRN-DATA-EXEC   PIC  9(007).
009100       05 APRTRN-HORA-EXEC   PIC  9(006).
009200    03 APRTRN-APROVADOR      PIC  X(008).
009300    03 APRTRN-DATA-APROVACAO PIC  9(008).
009400    03 APRTRN-DECISAO        PIC  X(001).
009500       88 APRTRN-APROVA              VALUE 'A'.
009600       88 APRTRN-RECUSA              VALUE 'R'.
009700    03 APRTRN-JUSTIFICATIVA  PIC  X(030).
009800    03 FILLER                PIC  X(017).
009900
010000 FD APRNOV
010100     RECORD CONTAINS 120 CHARACTERS
010200     BLOCK CONTAINS 0 RECORDS
010300     RECORDING MODE F.
010400 01 APRNOV-REGISTRO        PIC X(120).
010500
010600 FD CONTABIL
010700     RECORD CONTAINS 080 CHARACTERS
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORDING MODE F.
011000 01 CONTABIL-REGISTRO      PIC X(080).
011100
011200 FD EXTRATO
011300     RECORD CONTAINS 046 CHARACTERS
011400     BLOCK CONTAINS 0 RECORDS
011500     RECORDING MODE F.
011600 01 EXTRATO-REGISTRO       PIC X(046).
011700
011800 FD SELHIST
011900     RECORD CONTAINS 069 CHARACTERS
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORDING MODE F.
012200 01 SELHIST-REGISTRO       PIC X(069).
012300
012400 FD APRLOG
012500     RECORD CONTAINS 120 CHARACTERS
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE F.
012800 01 APRLOG-REGISTRO.
012900    03 APRLOG-DATA-PROC      PIC  9(008).
013000    03 APRLOG-HORA           PIC  9(006).
013100    03 APRLOG-ORG            PIC  9(003).
013200    03 APRLOG-DATA-EXEC      PIC  9(007).
013300    03 APRLOG-HORA-EXEC      PIC  9(006).
013400    03 APRLOG-SOLICITANTE    PIC  X(008).
013500    03 APRLOG-APROVADOR      PIC  X(008).
013600    03 APRLOG-DATA-APROVACAO PIC  9(008).
013700    03 APRLOG-DECISAO        PIC  X(001).
013800    03 APRLOG-RESULTADO      PIC  X(001).
013900       88 APRLOG-PENDENTE            VALUE 'P'.
014000       88 APRLOG-LIBERADA            VALUE 'L'.
014100       88 APRLOG-DESCARTADA          VALUE 'D'.
014200       88 APRLOG-INVALIDA            VALUE 'I'.
014300    03 APRLOG-VALOR          PIC  9(013)V99.
014400    03 APRLOG-QTDE-CONTAS    PIC  9(007).
014500    03 APRLOG-MOTIVO         PIC  X(030).
014600    03 FILLER                PIC  X(012).
014700
014800 FD RELAPR
014900     RECORD CONTAINS 132 CHARACTERS
015000     BLOCK CONTAINS 0 RECORDS
015100     RECORDING MODE F.
015200 01 RELAPR-LINHA           PIC X(132).
015300
015400 FD RUNJRNL
015500     RECORD CONTAINS 080 CHARACTERS
015600     BLOCK CONTAINS 0 RECORDS
015700     RECORDING MODE F.
015800     COPY UUGJRN.
015900*----------------------------------------------------------------*
016000 WORKING-STORAGE SECTION.
016100*----------------------------------------------------------------*
016200* LINHAS DO RELATORIO DE APROVACAO DAS ORGS RETIDAS
016300*----------------------------------------------------------------*
016400 01 CABECALHO.
016500    03 PRIMEIRA-LINHA.
016600       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
016700       05 FILLER              PIC X(010) VALUE SPACES.
016800       05 FILLER              PIC X(036) VALUE
016900          'FIDELITY PROCESSADORA E SERVI OS S/A'.
017000       05 FILLER              PIC X(028) VALUE SPACES.
017100       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
017200       05 WS-DATA-SISTEMA.
017300          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
017400          07 FILLER           PIC X(001) VALUE '/'.
017500          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
017600          07 FILLER           PIC X(001) VALUE '/'.
017700          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
017800       05 FILLER              PIC X(008) VALUE '    PAGE'.
017900       05 WS-PAG              PIC Z.ZZZ.ZZ9.
018000    03 SEGUNDA-LINHA.
018100       05 WS-CAB-TITULO       PIC X(062) VALUE SPACES.
018200       05 FILLER              PIC X(024) VALUE SPACES.
018300       05 FILLER              PIC X(046) VALUE
018400           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
018500    03 TERCEIRA-LINHA.
018600       05 FILLER              PIC X(132) VALUE SPACES.
018700    03 QUARTA-LINHA-DEC.
018800       05 FILLER              PIC X(005) VALUE 'ORG'.
018900       05 FILLER              PIC X(016) VALUE 'EXECUCAO'.
019000       05 FILLER              PIC X(010) VALUE 'APROVADOR'.
019100       05 FILLER              PIC X(010) VALUE 'DT APROV'.
019200       05 FILLER              PIC X(004) VALUE 'DEC'.
019300       05 FILLER              PIC X(012) VALUE 'RESULTADO'.
019400       05 FILLER              PIC X(032) VALUE
019500          'MOTIVO'.
019600       05 FILLER              PIC X(043) VALUE
019700          'JUSTIFICATIVA'.
019800    03 QUARTA-LINHA-PEN.
019900       05 FILLER              PIC X(005) VALUE 'ORG'.
020000       05 FILLER              PIC X(016) VALUE 'EXECUCAO'.
020100       05 FILLER              PIC X(010) VALUE 'SOLICIT'.
020200       05 FILLER              PIC X(020) VALUE
020300          '       VALOR TOTAL'.
020400       05 FILLER              PIC X(011) VALUE '   CONTAS'.
020500       05 FILLER              PIC X(020) VALUE
020600          '      ALCADA VALOR'.
020700       05 FILLER              PIC X(011) VALUE '   ALCADA'.
020800       05 FILLER              PIC X(003) VALUE 'M'.
020900       05 FILLER              PIC X(012) VALUE 'SITUACAO'.
021000       05 FILLER              PIC X(010) VALUE 'APROVADOR'.
021100       05 FILLER              PIC X(014) VALUE 'DIAS'.
021200*
021300 01 RELAPR-DECISAO.
021400    03 DEC-ORG                PIC 9(003) VALUE ZEROS.
021500    03 FILLER                 PIC X(002) VALUE SPACES.
021600    03 DEC-DATA-EXEC          PIC 9(007) VALUE ZEROS.
021700    03 FILLER                 PIC X(001) VALUE SPACES.
021800    03 DEC-HORA-EXEC          PIC 9(006) VALUE ZEROS.
021900    03 FILLER                 PIC X(002) VALUE SPACES.
022000    03 DEC-APROVADOR          PIC X(008) VALUE SPACES.
022100    03 FILLER                 PIC X(002) VALUE SPACES.
022200    03 DEC-DATA-APROVACAO     PIC 9(008) VALUE ZEROS.
022300    03 FILLER                 PIC X(002) VALUE SPACES.
022400    03 DEC-DECISAO            PIC X(001) VALUE SPACES.
022500    03 FILLER                 PIC X(003) VALUE SPACES.
022600    03 DEC-RESULTADO          PIC X(010) VALUE SPACES.
022700    03 FILLER                 PIC X(002) VALUE SPACES.
022800    03 DEC-MOTIVO             PIC X(030) VALUE SPACES.
022900    03 FILLER                 PIC X(002) VALUE SPACES.
023000    03 DEC-JUSTIFICATIVA      PIC X(030) VALUE SPACES.
023100    03 FILLER                 PIC X(013) VALUE SPACES.
023200*
023300 01 RELAPR-PENDENCIA.
023400    03 PEN-ORG                PIC 9(003) VALUE ZEROS.
023500    03 FILLER                 PIC X(002) VALUE SPACES.
023600    03 PEN-DATA-EXEC          PIC 9(007) VALUE ZEROS.
023700    03 FILLER                 PIC X(001) VALUE SPACES.
023800    03 PEN-HORA-EXEC          PIC 9(006) VALUE ZEROS.
023900    03 FILLER                 PIC X(002) VALUE SPACES.
024000    03 PEN-SOLICITANTE        PIC X(008) VALUE SPACES.
024100    03 FILLER                 PIC X(002) VALUE SPACES.
024200    03 PEN-VALOR              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
024300    03 FILLER                 PIC X(002) VALUE SPACES.
024400    03 PEN-QTDE               PIC Z.ZZZ.ZZ9.
024500    03 FILLER                 PIC X(002) VALUE SPACES.
024600    03 PEN-LIM-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
024700    03 FILLER                 PIC X(002) VALUE SPACES.
024800    03 PEN-LIM-QTDE           PIC Z.ZZZ.ZZ9.
024900    03 FILLER                 PIC X(002) VALUE SPACES.
025000    03 PEN-MOTIVO             PIC X(001) VALUE SPACES.
025100    03 FILLER                 PIC X(002) VALUE SPACES.
025200    03 PEN-SITUACAO           PIC X(010) VALUE SPACES.
025300    03 FILLER                 PIC X(002) VALUE SPACES.
025400    03 PEN-APROVADOR          PIC X(008) VALUE SPACES.
025500    03 FILLER                 PIC X(002) VALUE SPACES.
025600    03 PEN-DIAS               PIC ZZZ9.
025700    03 FILLER                 PIC X(008) VALUE SPACES.
025800*
025900 01 RELAPR-SEM-MOVIMENTO.
026000    03 SEM-TEXTO              PIC X(060) VALUE SPACES.
026100    03 FILLER                 PIC X(072) VALUE SPACES.
026200*
026300 01 IMPRESSAO.
026400    03 WS-IMPRIME-ANTERIORES.
026500       05 FILLER                  PIC X(028) VALUE
026600       'PENDENCIAS ANTERIORES.....: '.
026700       05 WS-TOT-ANTERIORES       PIC Z.ZZZ.ZZ9.
026800    03 WS-IMPRIME-NOVAS.
026900       05 FILLER                  PIC X(028) VALUE
027000       'ORGS RETIDAS NO UUGPB910..: '.
027100       05 WS-TOT-NOVAS            PIC Z.ZZZ.ZZ9.
027200    03 WS-IMPRIME-DUPLICADAS.
027300       05 FILLER                  PIC X(028) VALUE
027400       'RETENCOES JA NO MESTRE....: '.
027500       05 WS-TOT-DUPLICADAS       PIC Z.ZZZ.ZZ9.
027600    03 WS-IMPRIME-DECISOES.
027700       05 FILLER                  PIC X(028) VALUE
027800       'DECISOES RECEBIDAS........: '.
027900       05 WS-TOT-DECISOES         PIC Z.ZZZ.ZZ9.
028000    03 WS-IMPRIME-INVALIDAS.
028100       05 FILLER                  PIC X(028) VALUE
028200       'DECISOES RECUSADAS........: '.
028300       05 WS-TOT-INVALIDAS        PIC Z.ZZZ.ZZ9.
028400    03 WS-IMPRIME-LIBERADAS.
028500       05 FILLER                  PIC X(028) VALUE
028600       'ORGS LIBERADAS............: '.
028700       05 WS-TOT-LIBERADAS        PIC Z.ZZZ.ZZ9.
028800    03 WS-IMPRIME-DESCARTADAS.
028900       05 FILLER                  PIC X(028) VALUE
029000       'ORGS DESCARTADAS..........: '.
029100       05 WS-TOT-DESCARTADAS      PIC Z.ZZZ.ZZ9.
029200    03 WS-IMPRIME-PENDENTES.
029300       05 FILLER                  PIC X(028) VALUE
029400       'ORGS AGUARDANDO APROVACAO.: '.
029500       05 WS-TOT-PENDENTES        PIC Z.ZZZ.ZZ9.
029600    03 WS-IMPRIME-FAIXA OCCURS 4 TIMES.
029700       05 WS-IMP-FAIXA-TEXTO      PIC X(028).
029800       05 WS-IMP-FAIXA-QTDE       PIC Z.ZZZ.ZZ9.
029900       05 FILLER                  PIC X(013) VALUE
030000       ' ORGS  VALOR '.
030100       05 WS-IMP-FAIXA-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
030200    03 WS-IMPRIME-EXTRATO.
030300       05 FILLER                  PIC X(028) VALUE
030400       'EXTRATO LIBERADO..........: '.
030500       05 WS-TOT-EXTRATO          PIC Z.ZZZ.ZZ9.
030600    03 WS-IMPRIME-SELHIST.
030700       05 FILLER                  PIC X(028) VALUE
030800       'SELHIST LIBERADO..........: '.
030900       05 WS-TOT-SELHIST          PIC Z.ZZZ.ZZ9.
031000    03 WS-IMPRIME-CONTABIL.
031100       05 FILLER                  PIC X(028) VALUE
031200       'LANCAMENTOS CONTABEIS.....: '.
031300       05 WS-TOT-CONTABIL         PIC Z.ZZZ.ZZ9.
031400    03 WS-IMPRIME-SEM-RESUMO.
031500       05 FILLER                  PIC X(028) VALUE
031600       'REGISTROS SEM RESUMO......: '.
031700       05 WS-TOT-SEM-RESUMO       PIC Z.ZZZ.ZZ9.
031800    03 WS-IMPRIME-MESTRE.
031900       05 FILLER                  PIC X(028) VALUE
032000       'REGISTROS NO MESTRE NOVO..: '.
032100       05 WS-TOT-MESTRE           PIC Z.ZZZ.ZZ9.
032110    03 WS-IMPRIME-JA-DECIDIDAS.
032120       05 FILLER                  PIC X(028) VALUE
032130       'DECIDIDAS ANTES (MANTIDAS): '.
032140       05 WS-TOT-JA-DECIDIDAS     PIC Z.ZZZ.ZZ9.
032150    03 WS-IMPRIME-EXPIRADAS.
032160       05 FILLER                  PIC X(028) VALUE
032170       'DECIDIDAS ANTES (BAIXADAS): '.
032180       05 WS-TOT-EXPIRADAS        PIC Z.ZZZ.ZZ9.
032200    03 WS-IMPRIME-RES-RETORNO.
032300       05 FILLER                  PIC X(028) VALUE
032400       'CODIGO DE RETORNO.........: '.
032500       05 WS-RES-RETORNO          PIC 9(002).
032600*
032700 01 TEXTOS-FAIXA.
032800    03 FILLER                     PIC X(028) VALUE
032900       'PENDENTES ATE 2 DIAS......: '.
033000    03 FILLER                     PIC X(028) VALUE
033100       'PENDENTES DE 3 A 5 DIAS...: '.
033200    03 FILLER                     PIC X(028) VALUE
033300       'PENDENTES DE 6 A 10 DIAS..: '.
033400    03 FILLER                     PIC X(028) VALUE
033500       'PENDENTES HA MAIS DE 10...: '.
033600 01 TEXTOS-FAIXA-R REDEFINES TEXTOS-FAIXA.
033700    03 WS-TEXTO-FAIXA             PIC X(028) OCCURS 4 TIMES.
033800*----------------------------------------------------------------*
033900* VARIAVEIS CONTROLE
034000*----------------------------------------------------------------*
034100 01 CONTROLADORES.
034200    03 FS-APRANT                PIC X(002) VALUE '00'.
034300    03 FS-APRPEN                PIC X(002) VALUE '00'.
034400    03 FS-APRTRN                PIC X(002) VALUE '00'.
034500    03 FS-APRNOV                PIC X(002) VALUE '00'.
034600    03 FS-CONTABIL              PIC X(002) VALUE '00'.
034700    03 FS-EXTRATO               PIC X(002) VALUE '00'.
034800    03 FS-SELHIST               PIC X(002) VALUE '00'.
034900    03 FS-APRLOG                PIC X(002) VALUE '00'.
035000    03 FS-RELAPR                PIC X(002) VALUE '00'.
035100*
035200    03 WS-SEM-APRANT            PIC X(001) VALUE 'N'.
035300       88 WS-APRANT-AUSENTE           VALUE 'S'.
035400    03 WS-SEM-APRPEN            PIC X(001) VALUE 'N'.
035500       88 WS-APRPEN-AUSENTE           VALUE 'S'.
035600    03 WS-SEM-APRTRN            PIC X(001) VALUE 'N'.
035700       88 WS-APRTRN-AUSENTE           VALUE 'S'.
035800    03 WS-ORIGEM-LEITURA        PIC X(001) VALUE SPACES.
035900       88 WS-LENDO-ANTERIOR           VALUE 'A'.
036000       88 WS-LENDO-NOVA               VALUE 'P'.
036100    03 WS-CHAVE-BUSCA.
036200       05 WS-BUSCA-ORG          PIC 9(003) VALUE ZEROS.
036300       05 WS-BUSCA-DATA-EXEC    PIC 9(007) VALUE ZEROS.
036400       05 WS-BUSCA-HORA-EXEC    PIC 9(006) VALUE ZEROS.
036500    03 WS-ACHOU-GRP             PIC X(001) VALUE 'N'.
036600       88 WS-GRP-LOCALIZADO           VALUE 'S'.
036700    03 WS-MOTIVO-DECISAO        PIC X(030) VALUE SPACES.
036800    03 WS-IND-FAIXA             PIC 9(001) VALUE ZEROS.
036900    03 WS-SECAO-RELATORIO       PIC X(001) VALUE 'D'.
037000       88 WS-SECAO-DECISOES           VALUE 'D'.
037100       88 WS-SECAO-PENDENCIAS         VALUE 'P'.
037200*
037300    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
037400    03 WS-DATA-JULIANA-R REDEFINES WS-DATA-JULIANA.
037500       05 WS-JUL-AAAA           PIC 9(004).
037600       05 WS-JUL-DDD            PIC 9(003).
037700    03 WS-DATA-EXEC             PIC 9(007) VALUE ZEROS.
037800    03 WS-DATA-EXEC-R REDEFINES WS-DATA-EXEC.
037900       05 WS-EXE-AAAA           PIC 9(004).
038000       05 WS-EXE-DDD            PIC 9(003).
038100    03 WS-DIAS-ESPERA           PIC S9(007) VALUE ZEROS.
038101    03 WS-DIA-ABS-HOJE          PIC 9(007) VALUE ZEROS.
038102    03 WS-ANO-TRABALHO          PIC 9(004) VALUE ZEROS.
038103    03 WS-ANO-ANTERIOR          PIC 9(004) VALUE ZEROS.
038104    03 WS-QT-QUADRIENIOS        PIC 9(004) VALUE ZEROS.
038105    03 WS-QT-SECULOS            PIC 9(004) VALUE ZEROS.
038106    03 WS-QT-QUADRISSECULOS     PIC 9(004) VALUE ZEROS.
038107    03 WS-DIA-ANO-TRAB          PIC 9(003) VALUE ZEROS.
038108    03 WS-DIA-ABSOLUTO          PIC 9(007) VALUE ZEROS.
038110    03 WS-DIAS-GUARDA-DECIDIDA  PIC 9(003) VALUE 030.
038200    03 WS-DATA-AMCR             PIC 9(008) VALUE ZEROS.
038300    03 WS-DATA-AMCR-R REDEFINES WS-DATA-AMCR.
038400       05 WS-AMCR-DD            PIC 9(002).
038500       05 WS-AMCR-MM            PIC 9(002).
038600       05 WS-AMCR-AAAA          PIC 9(004).
038700    03 WS-DATA-PROC-INV.
038800       05 WS-INV-AAAA           PIC 9(004) VALUE ZEROS.
038900       05 WS-INV-MM             PIC 9(002) VALUE ZEROS.
039000       05 WS-INV-DD             PIC 9(002) VALUE ZEROS.
039100    03 WS-DATA-PROC-AAAAMMDD REDEFINES WS-DATA-PROC-INV
039200                                PIC 9(008).
039300    03 WS-HORA-PROC             PIC 9(008) VALUE ZEROS.
039400    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
039500*
039600 01 CONTADORES.
039700    03 WS-CONT-APRANT           PIC 9(007) VALUE ZEROS.
039800    03 WS-CONT-APRPEN           PIC 9(007) VALUE ZEROS.
039900    03 WS-CONT-ANTERIORES       PIC 9(007) VALUE ZEROS.
040000    03 WS-CONT-NOVAS            PIC 9(007) VALUE ZEROS.
040100    03 WS-CONT-DUPLICADAS       PIC 9(007) VALUE ZEROS.
040200    03 WS-CONT-DECISOES         PIC 9(007) VALUE ZEROS.
040300    03 WS-CONT-INVALIDAS        PIC 9(007) VALUE ZEROS.
040400    03 WS-CONT-LIBERADAS        PIC 9(007) VALUE ZEROS.
040500    03 WS-CONT-DESCARTADAS      PIC 9(007) VALUE ZEROS.
040600    03 WS-CONT-PENDENTES        PIC 9(007) VALUE ZEROS.
040700    03 WS-CONT-EXTRATO          PIC 9(007) VALUE ZEROS.
040800    03 WS-CONT-SELHIST          PIC 9(007) VALUE ZEROS.
040900    03 WS-CONT-CONTABIL         PIC 9(007) VALUE ZEROS.
041000    03 WS-CONT-SEM-RESUMO       PIC 9(007) VALUE ZEROS.
041100    03 WS-CONT-MESTRE           PIC 9(007) VALUE ZEROS.
041110    03 WS-CONT-JA-DECIDIDAS     PIC 9(007) VALUE ZEROS.
041120    03 WS-CONT-EXPIRADAS        PIC 9(007) VALUE ZEROS.
041200    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
041300    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
041400    03 WS-CONTAB-QTDE-DET       PIC 9(007) VALUE ZEROS.
041500    03 WS-CONTAB-HASH           PIC 9(015)V99 VALUE ZEROS.
041600    03 WS-FAIXA-TOTAIS OCCURS 4 TIMES.
041700       05 WS-FAIXA-QTDE         PIC 9(007).
041800       05 WS-FAIXA-VALOR        PIC 9(015)V99.
041900*
042000*------ORGS RETIDAS (UMA POR ORG + EXECUCAO DO UUGPB910)---------*
042100 01 TABELA-PENDENCIAS.
042200    03 WS-QTDE-GRP              PIC 9(003) VALUE ZEROS.
042300    03 WS-IND-GRP               PIC 9(003) VALUE ZEROS.
042400    03 WS-TAB-GRP OCCURS 500 TIMES.
042500       05 WS-GRP-CHAVE.
042600          07 WS-GRP-ORG         PIC 9(003).
042700          07 WS-GRP-DATA-EXEC   PIC 9(007).
042800          07 WS-GRP-HORA-EXEC   PIC 9(006).
042900       05 WS-GRP-ORIGEM         PIC X(001).
043000       05 WS-GRP-DUPLICADA      PIC X(001).
043100          88 WS-GRP-REPETIDA-NO-APRPEN  VALUE 'S'.
043200       05 WS-GRP-SOLICITANTE    PIC X(008).
043300       05 WS-GRP-VALOR          PIC 9(013)V99.
043400       05 WS-GRP-QTDE           PIC 9(007).
043500       05 WS-GRP-LIM-VALOR      PIC 9(013)V99.
043600       05 WS-GRP-LIM-QTDE       PIC 9(007).
043700       05 WS-GRP-MOTIVO         PIC X(001).
043800       05 WS-GRP-SITUACAO       PIC X(001).
043900          88 WS-GRP-PENDENTE            VALUE ' '.
044000          88 WS-GRP-LIBERADA            VALUE 'L'.
044100          88 WS-GRP-DESCARTADA          VALUE 'D'.
044200       05 WS-GRP-APROVADOR      PIC X(008).
044300       05 WS-GRP-DATA-APROVACAO PIC 9(008).
044310       05 WS-GRP-DATA-DECISAO   PIC 9(007).
044320       05 WS-GRP-HISTORICO      PIC X(001).
044330          88 WS-GRP-JA-DECIDIDA         VALUE 'S'.
044400*--FIM ORGS RETIDAS----------------------------------------------*
044500*
044600*------REGISTROS DA INTERFACE CONTABIL DO SALDO EXPURGADO--------*
044700 01 CONTAB-REGISTROS.
044800    03 CONTAB-HEADER.
044900       05 FILLER                PIC X(001) VALUE 'H'.
045000       05 CONTAB-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
045100       05 FILLER                PIC X(025) VALUE
045200       ' DESAVERBACAO INSS VISION'.
045300       05 FILLER                PIC X(047) VALUE SPACES.
045400    03 CONTAB-DETALHE.
045500       05 FILLER                PIC X(001) VALUE 'D'.
045600       05 CONTAB-D-ORG          PIC 9(003) VALUE ZEROS.
045700       05 CONTAB-D-NATUREZA     PIC X(001) VALUE SPACES.
045800       05 CONTAB-D-VALOR        PIC 9(013)V99 VALUE ZEROS.
045900       05 CONTAB-D-QTDE-CONTAS  PIC 9(007) VALUE ZEROS.
046000       05 CONTAB-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
046100       05 FILLER                PIC X(046) VALUE SPACES.
046200    03 CONTAB-TRAILER.
046300       05 FILLER                PIC X(001) VALUE 'T'.
046400       05 CONTAB-T-QTDE         PIC 9(007) VALUE ZEROS.
046500       05 CONTAB-T-HASH         PIC 9(015)V99 VALUE ZEROS.
046600       05 FILLER                PIC X(055) VALUE SPACES.
046700*----FIM REGISTROS DA INTERFACE CONTABIL DO SALDO EXPURGADO------*
046800*
046900*------REGISTRO DE TRABALHO DAS PENDENCIAS (APRANT E APRPEN)-----*
047000     COPY UUGAPR.
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
048900     COPY CCS302.
049000*
049100     COPY CCS301.
049200*
049300     COPY UUGJRNW.
049400*================================================================*
049500 PROCEDURE DIVISION.
049600*================================================================*
049700 ROTINA-PRINCIPAL.
049800     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
049900*
050000     INITIALIZE WS-FAIXA-TOTAIS(1) WS-FAIXA-TOTAIS(2)
050100                WS-FAIXA-TOTAIS(3) WS-FAIXA-TOTAIS(4).
050200     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
050300*
050400     PERFORM CARREGA-PENDENCIAS      THRU CARREGA-PENDENCIAS-FIM.
050500*
050600     MOVE 'EXPURGO - DECISOES DE APROVACAO DAS ORGS RETIDAS'
050700                                     TO WS-CAB-TITULO.
050800     SET WS-SECAO-DECISOES           TO TRUE.
050900     ADD 1                           TO WS-CONT-PAG.
051000     MOVE WS-CONT-PAG                TO WS-PAG.
051100     PERFORM MONTAR-CABECALHO        THRU MONTAR-CABECALHO-EXIT.
051200     PERFORM APLICA-DECISOES         THRU APLICA-DECISOES-FIM.
051300*
051400     PERFORM DISTRIBUI-PENDENCIAS
051500             THRU DISTRIBUI-PENDENCIAS-FIM.
051600*
051700     PERFORM GRAVA-TRAILER           THRU GRAVA-TRAILER-FIM.
051800     PERFORM IMPRIME-PENDENCIAS      THRU IMPRIME-PENDENCIAS-FIM.
051900     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
052000*
052100     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
052200*
052300     DISPLAY WS-IMPRIME-ANTERIORES.
052400     DISPLAY WS-IMPRIME-NOVAS.
052500     DISPLAY WS-IMPRIME-DUPLICADAS.
052600     DISPLAY WS-IMPRIME-DECISOES.
052700     DISPLAY WS-IMPRIME-INVALIDAS.
052800     DISPLAY WS-IMPRIME-LIBERADAS.
052900     DISPLAY WS-IMPRIME-DESCARTADAS.
053000     DISPLAY WS-IMPRIME-PENDENTES.
053100     DISPLAY WS-IMPRIME-EXTRATO.
053200     DISPLAY WS-IMPRIME-SELHIST.
053300     DISPLAY WS-IMPRIME-CONTABIL.
053400     DISPLAY WS-IMPRIME-SEM-RESUMO.
053410     DISPLAY WS-IMPRIME-JA-DECIDIDAS.
053420     DISPLAY WS-IMPRIME-EXPIRADAS.
053500     DISPLAY WS-IMPRIME-MESTRE.
053600     DISPLAY WS-IMPRIME-RES-RETORNO.
053700*
053800     MOVE 'UUGPB926'                 TO RUNJRN-WS-PROGRAMA.
053900     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-APRANT
054000                               + WS-CONT-APRPEN
054100                               + WS-CONT-DECISOES.
054200     COMPUTE RUNJRN-WS-SAIDA   = WS-CONT-EXTRATO
054300                               + WS-CONT-SELHIST
054400                               + WS-CONT-CONTABIL.
054500     MOVE WS-CONT-INVALIDAS          TO RUNJRN-WS-REJEITOS.
054600     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
054700     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
054800*
054900     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
055000*
055100     STOP RUN.
055200*
055300 ROTINA-PRINCIPAL-FIM.
055400*
055500*------------------ABERTURA DE ARQUIVOS
055600 ABRIR-ARQUIVOS.
055700*----DATA DE PROCESSAMENTO DO AMCR (LIBERACAO E DIAS EM ESPERA)---
055800     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
055900     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
056000     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
056100     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
056200     MOVE ZEROS               TO AMCRIO-ORG.
056300     MOVE ZEROS               TO AMCRIO-LOGO.
056400     MOVE ZEROS               TO AMCRIO-REC-NBR.
056500     SET AMCRRB-READ-RANDOM          TO TRUE.
056600     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
056700     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
056800     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
056810     MOVE WS-JUL-AAAA                TO WS-ANO-TRABALHO.
056820     MOVE WS-JUL-DDD                 TO WS-DIA-ANO-TRAB.
056830     PERFORM CALCULA-DIA-ABSOLUTO
056840             THRU CALCULA-DIA-ABSOLUTO-FIM.
056850     MOVE WS-DIA-ABSOLUTO            TO WS-DIA-ABS-HOJE.
056900     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
057000     SET AMCRRB-CLOSE                TO TRUE.
057100     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
057200*----DATA AAAAMMDD PARA O LOG E PARA CRITICAR A DATA DA DECISAO---
057300     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
057400     MOVE 1                   TO WS-DATE-FORMAT.
057500     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
057600     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
057700     MOVE WS-AMCR-AAAA        TO WS-INV-AAAA.
057800     MOVE WS-AMCR-MM          TO WS-INV-MM.
057900     MOVE WS-AMCR-DD          TO WS-INV-DD.
058000     ACCEPT WS-HORA-PROC      FROM TIME.
058100*
058200*----MESTRE ANTERIOR: AUSENTE NA PRIMEIRA EXECUCAO---------------
058300     MOVE 'OPAA'              TO WS-ABEND-LOCATION.
058400     OPEN INPUT APRANT.
058500     IF FS-APRANT = '35'
058600     ,  MOVE 'S'                   TO WS-SEM-APRANT
058700     ELSE
058800     ,  IF FS-APRANT NOT EQUAL '00'
058900     ,  ,  DISPLAY '**************************'
059000     ,  ,  DISPLAY '** OPEN ERROR APRANT      **'
059100     ,  ,  DISPLAY '** STATUS = ' FS-APRANT
059200     ,  ,  DISPLAY '**************************'
059300     ,  ,  MOVE 'ERRO OPEN APRAN '   TO WS-ABENDMSG8
059400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
059500     ,  END-IF
059600     ,  CLOSE APRANT
059700     END-IF.
059800*
059900*----RETENCOES DO UUGPB910: AUSENTE QUANDO SO HA DECISOES--------
060000     MOVE 'OPAP'              TO WS-ABEND-LOCATION.
060100     OPEN INPUT APRPEN.
060200     IF FS-APRPEN = '35'
060300     ,  MOVE 'S'                   TO WS-SEM-APRPEN
060400     ELSE
060500     ,  IF FS-APRPEN NOT EQUAL '00'
060600     ,  ,  DISPLAY '**************************'
060700     ,  ,  DISPLAY '** OPEN ERROR APRPEN      **'
060800     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
060900     ,  ,  DISPLAY '**************************'
061000     ,  ,  MOVE 'ERRO OPEN APRPE '   TO WS-ABENDMSG8
061100     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
061200     ,  END-IF
061300     ,  CLOSE APRPEN
061400     END-IF.
061500*
061600     MOVE 'OPAT'              TO WS-ABEND-LOCATION.
061700     OPEN INPUT APRTRN.
061800     IF FS-APRTRN = '35'
061900     ,  MOVE 'S'                   TO WS-SEM-APRTRN
062000     ,  DISPLAY '** APRTRN NAO INFORMADO - SEM DECISOES **'
062100     ELSE
062200     ,  IF FS-APRTRN NOT EQUAL '00'
062300     ,  ,  DISPLAY '**************************'
062400     ,  ,  DISPLAY '** OPEN ERROR APRTRN      **'
062500     ,  ,  DISPLAY '** STATUS = ' FS-APRTRN
062600     ,  ,  DISPLAY '**************************'
062700     ,  ,  MOVE 'ERRO OPEN APRTR '   TO WS-ABENDMSG8
062800     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
062900     ,  END-IF
063000     END-IF.
063100*
063200     MOVE 'OPSA'              TO WS-ABEND-LOCATION.
063300     OPEN OUTPUT APRNOV CONTABIL EXTRATO SELHIST RELAPR.
063400     IF FS-APRNOV   NOT EQUAL '00'
063500     OR FS-CONTABIL NOT EQUAL '00'
063600     OR FS-EXTRATO  NOT EQUAL '00'
063700     OR FS-SELHIST  NOT EQUAL '00'
063800     OR FS-RELAPR   NOT EQUAL '00'
063900     ,  DISPLAY '**************************'
064000     ,  DISPLAY '** OPEN ERROR SAIDAS     **'
064100     ,  DISPLAY '** APRNOV = ' FS-APRNOV ' CONTABIL = '
064200     ,          FS-CONTABIL
064300     ,  DISPLAY '** EXTRATO = ' FS-EXTRATO ' SELHIST = '
064400     ,          FS-SELHIST ' RELAPR = ' FS-RELAPR
064500     ,  DISPLAY '**************************'
064600     ,  MOVE 'ERRO OPEN SAIDAS'   TO WS-ABENDMSG8
064700     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
064800     END-IF.
064900     MOVE WS-DATA-JULIANA          TO CONTAB-H-DATA-JULIANA.
065000     WRITE CONTABIL-REGISTRO     FROM CONTAB-HEADER.
065010     IF FS-CONTABIL NOT = '00'
065020     ,  DISPLAY '*************************'
065030     ,  DISPLAY '** WRITE ERROR CONTABIL**'
065040     ,  DISPLAY '** STATUS = ' FS-CONTABIL
065050     ,  DISPLAY '*************************'
065060     ,  MOVE 'ERRO WRITE CNTB '     TO WS-ABENDMSG8
065070     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
065080     END-IF.
065100*
065200*----LOG DE AUDITORIA: ACUMULA TODAS AS EXECUCOES----------------
065300     MOVE 'OPAL'              TO WS-ABEND-LOCATION.
065400     OPEN EXTEND APRLOG.
065500     IF FS-APRLOG = '35'
065600     ,  OPEN OUTPUT APRLOG
065700     END-IF.
065800     IF FS-APRLOG NOT EQUAL '00'
065900     ,  DISPLAY '**************************'
066000     ,  DISPLAY '** OPEN ERROR APRLOG     **'
066100     ,  DISPLAY '** STATUS = ' FS-APRLOG
066200     ,  DISPLAY '**************************'
066300     ,  MOVE 'ERRO OPEN APRLO '   TO WS-ABENDMSG8
066400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
066500     END-IF.
066600 ABRIR-ARQUIVOS-FIM. EXIT.
066700*------------------FIM DA ABERTURA DOS ARQUIVOS
066706*----NUMERO DO DIA DESDE 01/01/0001 (ANO E DIA DO ANO), PARA-----*
066712*----CONTAR DIAS ENTRE DATAS DE ANOS DIFERENTES------------------*
066718 CALCULA-DIA-ABSOLUTO.
066724     COMPUTE WS-ANO-ANTERIOR = WS-ANO-TRABALHO - 1.
066730     DIVIDE WS-ANO-ANTERIOR BY 4   GIVING WS-QT-QUADRIENIOS.
066736     DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QT-SECULOS.
066742     DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QT-QUADRISSECULOS.
066748     COMPUTE WS-DIA-ABSOLUTO = WS-ANO-ANTERIOR * 365
066754                             + WS-QT-QUADRIENIOS
066760                             - WS-QT-SECULOS
066766                             + WS-QT-QUADRISSECULOS
066772                             + WS-DIA-ANO-TRAB.
066778 CALCULA-DIA-ABSOLUTO-FIM. EXIT.
066784*
066800*--------CARGA DAS ORGS RETIDAS (REGISTROS RESUMO TIPO A)--------*
066900*--------DO MESTRE ANTERIOR E DAS RETENCOES DO UUGPB910----------*
067000 CARREGA-PENDENCIAS.
067100     IF NOT WS-APRANT-AUSENTE
067200     ,  SET WS-LENDO-ANTERIOR        TO TRUE
067300     ,  MOVE 'OPA1'                  TO WS-ABEND-LOCATION
067400     ,  OPEN INPUT APRANT
067500     ,  PERFORM LER-APRANT           THRU LER-APRANT-FIM
067600     ,  PERFORM CARREGA-RESUMO       THRU CARREGA-RESUMO-FIM
067700     ,          UNTIL FS-APRANT = '10'
067800     ,  CLOSE APRANT
067900     END-IF.
068000     IF NOT WS-APRPEN-AUSENTE
068100     ,  SET WS-LENDO-NOVA            TO TRUE
068200     ,  MOVE 'OPP1'                  TO WS-ABEND-LOCATION
068300     ,  OPEN INPUT APRPEN
068400     ,  PERFORM LER-APRPEN           THRU LER-APRPEN-FIM
068500     ,  PERFORM CARREGA-RESUMO       THRU CARREGA-RESUMO-FIM
068600     ,          UNTIL FS-APRPEN = '10'
068700     ,  CLOSE APRPEN
068800     END-IF.
068900 CARREGA-PENDENCIAS-FIM. EXIT.
069000*
069100 CARREGA-RESUMO.
069200     IF NOT APRPEN-RESUMO
069300     ,  GO                          TO CARREGA-RESUMO-PROXIMO
069400     END-IF.
069500     MOVE APRPEN-CHAVE              TO WS-CHAVE-BUSCA.
069600     PERFORM LOCALIZA-GRUPO         THRU LOCALIZA-GRUPO-FIM.
069700     IF WS-GRP-LOCALIZADO
069800     ,  IF WS-LENDO-NOVA
069900     ,  ,  MOVE 'S'           TO WS-GRP-DUPLICADA(WS-IND-GRP)
070000     ,  ,  ADD 1                    TO WS-CONT-DUPLICADAS
070100     ,  END-IF
070200     ,  GO                          TO CARREGA-RESUMO-PROXIMO
070300     END-IF.
070400     IF WS-QTDE-GRP >= 500
070500     ,  DISPLAY '*************************'
070600     ,  DISPLAY '** TABELA DE PENDENCIAS ESGOTADA **'
070700     ,  DISPLAY '*************************'
070800     ,  MOVE 'TAB PEND CHEIA  '     TO WS-ABENDMSG8
070900     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
071000     END-IF.
071100     ADD 1                          TO WS-QTDE-GRP.
071200     MOVE WS-QTDE-GRP               TO WS-IND-GRP.
071300     MOVE APRPEN-CHAVE         TO WS-GRP-CHAVE(WS-IND-GRP).
071400     MOVE WS-ORIGEM-LEITURA    TO WS-GRP-ORIGEM(WS-IND-GRP).
071500     MOVE 'N'                  TO WS-GRP-DUPLICADA(WS-IND-GRP).
071600     MOVE APRPEN-SOLICITANTE   TO WS-GRP-SOLICITANTE(WS-IND-GRP).
071700     MOVE APRPEN-VALOR-TOTAL   TO WS-GRP-VALOR(WS-IND-GRP).
071800     MOVE APRPEN-QTDE-CONTAS   TO WS-GRP-QTDE(WS-IND-GRP).
071900     MOVE APRPEN-LIMITE-VALOR  TO WS-GRP-LIM-VALOR(WS-IND-GRP).
072000     MOVE APRPEN-LIMITE-QTDE   TO WS-GRP-LIM-QTDE(WS-IND-GRP).
072100     MOVE APRPEN-MOTIVO        TO WS-GRP-MOTIVO(WS-IND-GRP).
072200     MOVE SPACES               TO WS-GRP-SITUACAO(WS-IND-GRP)
072300                                  WS-GRP-APROVADOR(WS-IND-GRP).
072400     MOVE ZEROS         TO WS-GRP-DATA-APROVACAO(WS-IND-GRP)
072410                           WS-GRP-DATA-DECISAO(WS-IND-GRP).
072420     MOVE 'N'                  TO WS-GRP-HISTORICO(WS-IND-GRP).
072430*----ORG JA DECIDIDA EM EXECUCAO ANTERIOR: SO BLOQUEIA A RECARGA-*
072440*----DO APRPEN E NOVA DECISAO; SAI DO MESTRE APOS 30 DIAS--------*
072450     IF WS-LENDO-ANTERIOR
072460     AND NOT APRPEN-PENDENTE
072470     ,  MOVE APRPEN-SITUACAO   TO WS-GRP-SITUACAO(WS-IND-GRP)
072480     ,  MOVE APRPEN-APROVADOR  TO WS-GRP-APROVADOR(WS-IND-GRP)
072490     ,  MOVE APRPEN-DATA-DECISAO
072491     ,                    TO WS-GRP-DATA-DECISAO(WS-IND-GRP)
072492     ,  MOVE 'S'               TO WS-GRP-HISTORICO(WS-IND-GRP)
072493     ,  GO                          TO CARREGA-RESUMO-PROXIMO
072494     END-IF.
072500     IF WS-LENDO-ANTERIOR
072600     ,  ADD 1                       TO WS-CONT-ANTERIORES
072700     ELSE
072800     ,  ADD 1                       TO WS-CONT-NOVAS
072900     ,  MOVE SPACES                 TO APRLOG-REGISTRO
073000     ,  MOVE 'P'                    TO APRLOG-RESULTADO
073100     ,  MOVE 'RETIDA PELA ALCADA'   TO APRLOG-MOTIVO
073200     ,  PERFORM GRAVA-LOG           THRU GRAVA-LOG-FIM
073300     END-IF.
073400 CARREGA-RESUMO-PROXIMO.
073500     IF WS-LENDO-ANTERIOR
073600     ,  PERFORM LER-APRANT          THRU LER-APRANT-FIM
073700     ELSE
073800     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
073900     END-IF.
074000 CARREGA-RESUMO-FIM. EXIT.
074100*
074200 LER-APRANT.
074300     MOVE 'RDAA'                    TO WS-ABEND-LOCATION.
074400     READ APRANT                  INTO APRPEN-REGISTRO.
074500     IF FS-APRANT NOT = ZEROS
074600     ,  IF FS-APRANT NOT = 10
074700     ,  ,  DISPLAY '*************************'
074800     ,  ,  DISPLAY '**    READ APRANT      **'
074900     ,  ,  DISPLAY '** STATUS = ' FS-APRANT
075000     ,  ,  DISPLAY '*************************'
075100     ,  ,  MOVE 'ERRO READ APRAN '  TO WS-ABENDMSG8
075200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
075300     ,  END-IF
075400     END-IF.
075500 LER-APRANT-FIM. EXIT.
075600*
075700 LER-APRPEN.
075800     MOVE 'RDAP'                    TO WS-ABEND-LOCATION.
075900     READ APRPEN                  INTO APRPEN-REGISTRO.
076000     IF FS-APRPEN NOT = ZEROS
076100     ,  IF FS-APRPEN NOT = 10
076200     ,  ,  DISPLAY '*************************'
076300     ,  ,  DISPLAY '**    READ APRPEN      **'
076400     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
076500     ,  ,  DISPLAY '*************************'
076600     ,  ,  MOVE 'ERRO READ APRPE '  TO WS-ABENDMSG8
076700     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
076800     ,  END-IF
076900     END-IF.
077000 LER-APRPEN-FIM. EXIT.
077100*
077200*----LOCALIZA A ORG/EXECUCAO NA TABELA (MANTEM A ULTIMA)---------*
077300 LOCALIZA-GRUPO.
077400     IF WS-IND-GRP > ZEROS
077500     ,  IF WS-GRP-CHAVE(WS-IND-GRP) = WS-CHAVE-BUSCA
077600     ,  ,  SET WS-GRP-LOCALIZADO    TO TRUE
077700     ,  ,  GO                       TO LOCALIZA-GRUPO-FIM
077800     ,  END-IF
077900     END-IF.
078000     MOVE 'N'                       TO WS-ACHOU-GRP.
078100     MOVE ZEROS                     TO WS-IND-GRP.
078200     PERFORM PROCURA-GRUPO          THRU PROCURA-GRUPO-FIM
078300             UNTIL WS-IND-GRP >= WS-QTDE-GRP
078400             OR    WS-GRP-LOCALIZADO.
078500 LOCALIZA-GRUPO-FIM. EXIT.
078600 PROCURA-GRUPO.
078700     ADD 1                          TO WS-IND-GRP.
078800     IF WS-GRP-CHAVE(WS-IND-GRP) = WS-CHAVE-BUSCA
078900     ,  SET WS-GRP-LOCALIZADO       TO TRUE
079000     END-IF.
079100 PROCURA-GRUPO-FIM. EXIT.
079200*--FIM CARGA DAS ORGS RETIDAS------------------------------------*
079300*--------DECISOES DE APROVACAO: CRITICA E APLICA NA TABELA-------*
079400 APLICA-DECISOES.
079500     IF WS-APRTRN-AUSENTE
079600     ,  MOVE 'NENHUMA DECISAO DE APROVACAO RECEBIDA'
079700     ,                              TO SEM-TEXTO
079800     ,  WRITE RELAPR-LINHA        FROM RELAPR-SEM-MOVIMENTO
079900     ,  ADD 1                       TO WS-CONT-LINHAS
080000     ,  GO                          TO APLICA-DECISOES-FIM
080100     END-IF.
080200     PERFORM LER-APRTRN             THRU LER-APRTRN-FIM.
080300     IF FS-APRTRN = '10'
080400     ,  MOVE 'NENHUMA DECISAO DE APROVACAO RECEBIDA'
080500     ,                              TO SEM-TEXTO
080600     ,  WRITE RELAPR-LINHA        FROM RELAPR-SEM-MOVIMENTO
080700     ,  ADD 1                       TO WS-CONT-LINHAS
080800     END-IF.
080900     PERFORM TRATA-DECISAO          THRU TRATA-DECISAO-FIM
081000             UNTIL FS-APRTRN = '10'.
081100 APLICA-DECISOES-FIM. EXIT.
081200*
081300 LER-APRTRN.
081400     MOVE 'RDAT'                    TO WS-ABEND-LOCATION.
081500     READ APRTRN.
081600     IF FS-APRTRN NOT = ZEROS
081700     ,  IF FS-APRTRN NOT = 10
081800     ,  ,  DISPLAY '*************************'
081900     ,  ,  DISPLAY '**    READ APRTRN      **'
082000     ,  ,  DISPLAY '** STATUS = ' FS-APRTRN
082100     ,  ,  DISPLAY '*************************'
082200     ,  ,  MOVE 'ERRO READ APRTR '  TO WS-ABENDMSG8
082300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
082400     ,  END-IF
082500     ,  GO                          TO LER-APRTRN-FIM
082600     END-IF.
082700     ADD 1                          TO WS-CONT-DECISOES.
082800 LER-APRTRN-FIM. EXIT.
082900*
083000*----UMA DECISAO: A ORG/EXECUCAO TEM QUE ESTAR PENDENTE E O------*
083100*----APROVADOR TEM QUE SER OUTRA PESSOA QUE NAO O SOLICITANTE----*
083200 TRATA-DECISAO.
083300     MOVE SPACES                    TO WS-MOTIVO-DECISAO.
083400     MOVE ZEROS                     TO WS-IND-GRP.
083500     MOVE 'N'                       TO WS-ACHOU-GRP.
083600     IF APRTRN-ORG NOT NUMERIC
083700     OR APRTRN-DATA-EXEC NOT NUMERIC
083800     OR APRTRN-HORA-EXEC NOT NUMERIC
083900     ,  MOVE 'ORG/EXECUCAO INVALIDA'  TO WS-MOTIVO-DECISAO
084000     ,  GO                          TO TRATA-DECISAO-REGISTRA
084100     END-IF.
084200     IF NOT APRTRN-APROVA
084300     AND NOT APRTRN-RECUSA
084400     ,  MOVE 'DECISAO DIFERENTE DE A/R' TO WS-MOTIVO-DECISAO
084500     ,  GO                          TO TRATA-DECISAO-REGISTRA
084600     END-IF.
084700     IF APRTRN-APROVADOR = SPACES
084800     ,  MOVE 'APROVADOR NAO INFORMADO' TO WS-MOTIVO-DECISAO
084900     ,  GO                          TO TRATA-DECISAO-REGISTRA
085000     END-IF.
085100     IF APRTRN-DATA-APROVACAO NOT NUMERIC
085200     OR APRTRN-DATA-APROVACAO = ZEROS
085300     OR APRTRN-DATA-APROVACAO > WS-DATA-PROC-AAAAMMDD
085400     ,  MOVE 'DATA DA APROVACAO INVALIDA' TO WS-MOTIVO-DECISAO
085500     ,  GO                          TO TRATA-DECISAO-REGISTRA
085600     END-IF.
085700     MOVE APRTRN-CHAVE              TO WS-CHAVE-BUSCA.
085800     PERFORM LOCALIZA-GRUPO         THRU LOCALIZA-GRUPO-FIM.
085900     IF NOT WS-GRP-LOCALIZADO
086000     ,  MOVE 'ORG/EXECUCAO SEM PENDENCIA' TO WS-MOTIVO-DECISAO
086100     ,  GO                          TO TRATA-DECISAO-REGISTRA
086200     END-IF.
086300     IF NOT WS-GRP-PENDENTE(WS-IND-GRP)
086400     ,  MOVE 'DECISAO EM DUPLICIDADE'  TO WS-MOTIVO-DECISAO
086500     ,  GO                          TO TRATA-DECISAO-REGISTRA
086600     END-IF.
086700     IF APRTRN-APROVADOR = WS-GRP-SOLICITANTE(WS-IND-GRP)
086800     ,  MOVE 'APROVADOR IGUAL AO SOLICITANTE'
086900     ,                              TO WS-MOTIVO-DECISAO
087000     ,  GO                          TO TRATA-DECISAO-REGISTRA
087100     END-IF.
087200     IF APRTRN-APROVA
087300     ,  MOVE 'L'               TO WS-GRP-SITUACAO(WS-IND-GRP)
087400     ELSE
087500     ,  MOVE 'D'               TO WS-GRP-SITUACAO(WS-IND-GRP)
087600     END-IF.
087700     MOVE APRTRN-APROVADOR     TO WS-GRP-APROVADOR(WS-IND-GRP).
087800     MOVE APRTRN-DATA-APROVACAO
087900                          TO WS-GRP-DATA-APROVACAO(WS-IND-GRP).
087910     MOVE WS-DATA-JULIANA   TO WS-GRP-DATA-DECISAO(WS-IND-GRP).
088000 TRATA-DECISAO-REGISTRA.
088100     MOVE SPACES                    TO APRLOG-REGISTRO.
088200     MOVE APRTRN-APROVADOR          TO APRLOG-APROVADOR.
088300     MOVE APRTRN-DECISAO            TO APRLOG-DECISAO.
088400     IF APRTRN-DATA-APROVACAO NUMERIC
088500     ,  MOVE APRTRN-DATA-APROVACAO  TO APRLOG-DATA-APROVACAO
088600     ELSE
088700     ,  MOVE ZEROS                  TO APRLOG-DATA-APROVACAO
088800     END-IF.
088900     IF WS-MOTIVO-DECISAO = SPACES
089000     ,  IF APRTRN-APROVA
089100     ,  ,  MOVE 'L'                 TO APRLOG-RESULTADO
089200     ,  ,  MOVE 'LIBERADA'          TO DEC-RESULTADO
089300     ,  ,  ADD 1                    TO WS-CONT-LIBERADAS
089400     ,  ELSE
089500     ,  ,  MOVE 'D'                 TO APRLOG-RESULTADO
089600     ,  ,  MOVE 'DESCARTADA'        TO DEC-RESULTADO
089700     ,  ,  ADD 1                    TO WS-CONT-DESCARTADAS
089800     ,  END-IF
089900     ,  MOVE APRTRN-JUSTIFICATIVA   TO APRLOG-MOTIVO
090000     ELSE
090100     ,  MOVE 'I'                    TO APRLOG-RESULTADO
090200     ,  MOVE 'RECUSADA'             TO DEC-RESULTADO
090300     ,  MOVE WS-MOTIVO-DECISAO      TO APRLOG-MOTIVO
090400     ,  ADD 1                       TO WS-CONT-INVALIDAS
090500     ,  IF WS-RETORNO-FINAL < 4
090600     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
090700     ,  END-IF
090800     END-IF.
090900     IF WS-GRP-LOCALIZADO
091000     ,  PERFORM GRAVA-LOG           THRU GRAVA-LOG-FIM
091100     ELSE
091200     ,  MOVE SPACES                 TO APRPEN-REGISTRO
091300     ,  MOVE ZEROS                  TO APRPEN-VALOR-TOTAL
091400     ,                                 APRPEN-QTDE-CONTAS
091500     ,  IF APRTRN-ORG NUMERIC
091600     ,  AND APRTRN-DATA-EXEC NUMERIC
091700     ,  AND APRTRN-HORA-EXEC NUMERIC
091800     ,  ,  MOVE APRTRN-CHAVE        TO APRPEN-CHAVE
091900     ,  ELSE
092000     ,  ,  MOVE ZEROS               TO APRPEN-ORG
092100     ,  ,                              APRPEN-DATA-EXEC
092200     ,  ,                              APRPEN-HORA-EXEC
092300     ,  END-IF
092400     ,  PERFORM GRAVA-LOG-TRANSACAO THRU GRAVA-LOG-TRANSACAO-FIM
092500     END-IF.
092600*
092700     MOVE APRTRN-ORG                TO DEC-ORG.
092800     MOVE APRTRN-DATA-EXEC          TO DEC-DATA-EXEC.
092900     MOVE APRTRN-HORA-EXEC          TO DEC-HORA-EXEC.
093000     MOVE APRTRN-APROVADOR          TO DEC-APROVADOR.
093100     MOVE APRLOG-DATA-APROVACAO     TO DEC-DATA-APROVACAO.
093200     MOVE APRTRN-DECISAO            TO DEC-DECISAO.
093300     MOVE WS-MOTIVO-DECISAO         TO DEC-MOTIVO.
093400     MOVE APRTRN-JUSTIFICATIVA      TO DEC-JUSTIFICATIVA.
093500     IF WS-CONT-LINHAS > 57
093600     ,  ADD 1                       TO WS-CONT-PAG
093700     ,  MOVE WS-CONT-PAG            TO WS-PAG
093800     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
093900     END-IF.
094000     WRITE RELAPR-LINHA           FROM RELAPR-DECISAO.
094100     ADD 1                          TO WS-CONT-LINHAS.
094200*
094300     PERFORM LER-APRTRN             THRU LER-APRTRN-FIM.
094400 TRATA-DECISAO-FIM. EXIT.
094500*--FIM DECISOES DE APROVACAO-------------------------------------*
094600*--------LOG DE AUDITORIA: CHAVE E VALORES DA ORG RETIDA---------*
094700 GRAVA-LOG.
094800     MOVE WS-GRP-ORG(WS-IND-GRP)        TO APRLOG-ORG.
094900     MOVE WS-GRP-DATA-EXEC(WS-IND-GRP)  TO APRLOG-DATA-EXEC.
095000     MOVE WS-GRP-HORA-EXEC(WS-IND-GRP)  TO APRLOG-HORA-EXEC.
095100     MOVE WS-GRP-SOLICITANTE(WS-IND-GRP) TO APRLOG-SOLICITANTE.
095200     MOVE WS-GRP-VALOR(WS-IND-GRP)      TO APRLOG-VALOR.
095300     MOVE WS-GRP-QTDE(WS-IND-GRP)       TO APRLOG-QTDE-CONTAS.
095400     IF APRLOG-PENDENTE
095500     ,  MOVE ZEROS                  TO APRLOG-DATA-APROVACAO
095600     END-IF.
095700     PERFORM GRAVA-LOG-COMUM        THRU GRAVA-LOG-COMUM-FIM.
095800 GRAVA-LOG-FIM. EXIT.
095900*
096000*----DECISAO SEM ORG RETIDA CORRESPONDENTE: CHAVE DA DECISAO-----*
096100 GRAVA-LOG-TRANSACAO.
096200     MOVE APRPEN-ORG                TO APRLOG-ORG.
096300     MOVE APRPEN-DATA-EXEC          TO APRLOG-DATA-EXEC.
096400     MOVE APRPEN-HORA-EXEC          TO APRLOG-HORA-EXEC.
096500     MOVE SPACES                    TO APRLOG-SOLICITANTE.
096600     MOVE ZEROS                     TO APRLOG-VALOR
096700                                       APRLOG-QTDE-CONTAS.
096800     PERFORM GRAVA-LOG-COMUM        THRU GRAVA-LOG-COMUM-FIM.
096900 GRAVA-LOG-TRANSACAO-FIM. EXIT.
097000*
097100 GRAVA-LOG-COMUM.
097200     MOVE WS-DATA-PROC-AAAAMMDD     TO APRLOG-DATA-PROC.
097300     MOVE WS-HORA-PROC(1:6)         TO APRLOG-HORA.
097400     MOVE 'GRAL'                    TO WS-ABEND-LOCATION.
097500     WRITE APRLOG-REGISTRO.
097600     IF FS-APRLOG NOT = '00'
097700     ,  DISPLAY '*************************'
097800     ,  DISPLAY '** WRITE ERROR APRLOG  **'
097900     ,  DISPLAY '** STATUS = ' FS-APRLOG
098000     ,  DISPLAY '*************************'
098100     ,  MOVE 'ERRO WRITE APRL '     TO WS-ABENDMSG8
098200     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
098300     END-IF.
098400 GRAVA-LOG-COMUM-FIM. EXIT.
098500*--FIM LOG DE AUDITORIA------------------------------------------*
098600*--------2A LEITURA DAS PENDENCIAS: LIBERA, DESCARTA OU MANTEM---*
098700 DISTRIBUI-PENDENCIAS.
098800     MOVE ZEROS                     TO WS-IND-GRP.
098900     IF NOT WS-APRANT-AUSENTE
099000     ,  SET WS-LENDO-ANTERIOR        TO TRUE
099100     ,  MOVE 'OPA2'                  TO WS-ABEND-LOCATION
099200     ,  OPEN INPUT APRANT
099300     ,  PERFORM LER-APRANT           THRU LER-APRANT-FIM
099400     ,  PERFORM DISTRIBUI-REGISTRO   THRU DISTRIBUI-REGISTRO-FIM
099500     ,          UNTIL FS-APRANT = '10'
099600     ,  CLOSE APRANT
099700     END-IF.
099800     IF NOT WS-APRPEN-AUSENTE
099900     ,  SET WS-LENDO-NOVA            TO TRUE
100000     ,  MOVE 'OPP2'                  TO WS-ABEND-LOCATION
100100     ,  OPEN INPUT APRPEN
100200     ,  PERFORM LER-APRPEN           THRU LER-APRPEN-FIM
100300     ,  PERFORM DISTRIBUI-REGISTRO   THRU DISTRIBUI-REGISTRO-FIM
100400     ,          UNTIL FS-APRPEN = '10'
100500     ,  CLOSE APRPEN
100600     END-IF.
100700 DISTRIBUI-PENDENCIAS-FIM. EXIT.
100800*
100900 DISTRIBUI-REGISTRO.
101000     IF WS-LENDO-ANTERIOR
101100     ,  ADD 1                       TO WS-CONT-APRANT
101200     ELSE
101300     ,  ADD 1                       TO WS-CONT-APRPEN
101400     END-IF.
101500     MOVE APRPEN-CHAVE              TO WS-CHAVE-BUSCA.
101600     PERFORM LOCALIZA-GRUPO         THRU LOCALIZA-GRUPO-FIM.
101700*----REGISTRO SEM RESUMO: NAO HA COMO DECIDIR, SEGUE PENDENTE----*
101800     IF NOT WS-GRP-LOCALIZADO
101900     ,  ADD 1                       TO WS-CONT-SEM-RESUMO
102000     ,  IF WS-RETORNO-FINAL < 4
102100     ,  ,  MOVE 4                   TO WS-RETORNO-FINAL
102200     ,  END-IF
102300     ,  PERFORM GRAVA-APRNOV        THRU GRAVA-APRNOV-FIM
102400     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
102500     END-IF.
102600*----RETENCAO DO UUGPB910 JA CARREGADA NO MESTRE: IGNORA---------*
102700     IF WS-LENDO-NOVA
102800     AND WS-GRP-REPETIDA-NO-APRPEN(WS-IND-GRP)
102900     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
103000     END-IF.
103010*----DECIDIDA EM EXECUCAO ANTERIOR: SO O RESUMO, ATE 30 DIAS----*
103020     IF WS-GRP-JA-DECIDIDA(WS-IND-GRP)
103030     ,  PERFORM GUARDA-DECIDIDA     THRU GUARDA-DECIDIDA-FIM
103040     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
103050     END-IF.
103060     IF WS-GRP-PENDENTE(WS-IND-GRP)
103070     ,  PERFORM GRAVA-APRNOV        THRU GRAVA-APRNOV-FIM
103080     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
103090     END-IF.
103100*----DECIDIDA AGORA: O RESUMO FICA NO MESTRE COM A DECISAO-------*
103110     IF APRPEN-RESUMO
103120     ,  MOVE WS-GRP-SITUACAO(WS-IND-GRP)  TO APRPEN-SITUACAO
103130     ,  MOVE WS-GRP-APROVADOR(WS-IND-GRP) TO APRPEN-APROVADOR
103140     ,  MOVE WS-GRP-DATA-DECISAO(WS-IND-GRP)
103150     ,                              TO APRPEN-DATA-DECISAO
103160     ,  PERFORM GRAVA-APRNOV        THRU GRAVA-APRNOV-FIM
103170     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
103180     END-IF.
103200     IF WS-GRP-DESCARTADA(WS-IND-GRP)
103300     ,  GO                          TO DISTRIBUI-REGISTRO-PROXIMO
103700     END-IF.
103800*----ORG APROVADA: DEVOLVE CADA IMAGEM AO SEU ARQUIVO------------*
103900     IF APRPEN-EXTRATO
104000     ,  MOVE 'GREX'                 TO WS-ABEND-LOCATION
104100     ,  WRITE EXTRATO-REGISTRO    FROM APRPEN-IMAGEM(1:46)
104110     ,  IF FS-EXTRATO NOT = '00'
104120     ,  ,  DISPLAY '*************************'
104130     ,  ,  DISPLAY '** WRITE ERROR EXTRATO **'
104140     ,  ,  DISPLAY '** STATUS = ' FS-EXTRATO
104150     ,  ,  DISPLAY '*************************'
104160     ,  ,  MOVE 'ERRO WRITE EXTR '  TO WS-ABENDMSG8
104170     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
104180     ,  END-IF
104200     ,  ADD 1                       TO WS-CONT-EXTRATO
104300     END-IF.
104400     IF APRPEN-SELHIST
104500     ,  MOVE 'GRSH'                 TO WS-ABEND-LOCATION
104600     ,  WRITE SELHIST-REGISTRO    FROM APRPEN-IMAGEM(1:69)
104610     ,  IF FS-SELHIST NOT = '00'
104620     ,  ,  DISPLAY '*************************'
104630     ,  ,  DISPLAY '** WRITE ERROR SELHIST **'
104640     ,  ,  DISPLAY '** STATUS = ' FS-SELHIST
104650     ,  ,  DISPLAY '*************************'
104660     ,  ,  MOVE 'ERRO WRITE SELH '  TO WS-ABENDMSG8
104670     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
104680     ,  END-IF
104700     ,  ADD 1                       TO WS-CONT-SELHIST
104800     END-IF.
104900*----O LANCAMENTO CONTABIL E FEITO NA DATA DA LIBERACAO----------*
105000     IF APRPEN-CONTABIL
105100     ,  MOVE APRPEN-IMAGEM          TO CONTAB-DETALHE
105200     ,  MOVE WS-DATA-JULIANA        TO CONTAB-D-DATA-JULIANA
105300     ,  MOVE 'GRCB'                 TO WS-ABEND-LOCATION
105400     ,  WRITE CONTABIL-REGISTRO   FROM CONTAB-DETALHE
105410     ,  IF FS-CONTABIL NOT = '00'
105420     ,  ,  DISPLAY '*************************'
105430     ,  ,  DISPLAY '** WRITE ERROR CONTABIL**'
105440     ,  ,  DISPLAY '** STATUS = ' FS-CONTABIL
105450     ,  ,  DISPLAY '*************************'
105460     ,  ,  MOVE 'ERRO WRITE CNTB '  TO WS-ABENDMSG8
105470     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
105480     ,  END-IF
105500     ,  ADD 1                       TO WS-CONT-CONTABIL
105600     ,                                 WS-CONTAB-QTDE-DET
105700     ,  ADD CONTAB-D-VALOR          TO WS-CONTAB-HASH
105800     END-IF.
105900 DISTRIBUI-REGISTRO-PROXIMO.
106000     IF WS-LENDO-ANTERIOR
106100     ,  PERFORM LER-APRANT          THRU LER-APRANT-FIM
106200     ELSE
106300     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
106400     END-IF.
106500 DISTRIBUI-REGISTRO-FIM. EXIT.
106600*
106700 GRAVA-APRNOV.
106800     MOVE 'GRAN'                    TO WS-ABEND-LOCATION.
106900     WRITE APRNOV-REGISTRO        FROM APRPEN-REGISTRO.
107000     IF FS-APRNOV NOT = '00'
107100     ,  DISPLAY '*************************'
107200     ,  DISPLAY '** WRITE ERROR APRNOV  **'
107300     ,  DISPLAY '** STATUS = ' FS-APRNOV
107400     ,  DISPLAY '*************************'
107500     ,  MOVE 'ERRO WRITE APRN '     TO WS-ABENDMSG8
107600     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
107700     END-IF.
107800     ADD 1                          TO WS-CONT-MESTRE.
107900 GRAVA-APRNOV-FIM. EXIT.
107905*
107910*----RESUMO DE ORG JA DECIDIDA: SAI DO MESTRE APOS 30 DIAS-------*
107915 GUARDA-DECIDIDA.
107920     IF NOT APRPEN-RESUMO
107925     ,  GO                          TO GUARDA-DECIDIDA-FIM
107930     END-IF.
107935     MOVE APRPEN-DATA-DECISAO       TO WS-DATA-EXEC.
107945     PERFORM CALCULA-DIAS-ESPERA    THRU CALCULA-DIAS-ESPERA-FIM.
107955     IF WS-DIAS-ESPERA > WS-DIAS-GUARDA-DECIDIDA
107960     ,  ADD 1                       TO WS-CONT-EXPIRADAS
107965     ELSE
107970     ,  ADD 1                       TO WS-CONT-JA-DECIDIDAS
107975     ,  PERFORM GRAVA-APRNOV        THRU GRAVA-APRNOV-FIM
107980     END-IF.
107985 GUARDA-DECIDIDA-FIM. EXIT.
107986*
107987*----DIAS DA DATA JULIANA EM WS-DATA-EXEC ATE A EXECUCAO---------*
107988 CALCULA-DIAS-ESPERA.
107989     MOVE WS-EXE-AAAA               TO WS-ANO-TRABALHO.
107990     MOVE WS-EXE-DDD                TO WS-DIA-ANO-TRAB.
107991     PERFORM CALCULA-DIA-ABSOLUTO   THRU CALCULA-DIA-ABSOLUTO-FIM.
107992     COMPUTE WS-DIAS-ESPERA = WS-DIA-ABS-HOJE - WS-DIA-ABSOLUTO.
107993 CALCULA-DIAS-ESPERA-FIM. EXIT.
108000*--FIM 2A LEITURA DAS PENDENCIAS---------------------------------*
108100*
108200 GRAVA-TRAILER.
108300     MOVE 'GRTR'                    TO WS-ABEND-LOCATION.
108400     MOVE WS-CONTAB-QTDE-DET        TO CONTAB-T-QTDE.
108500     MOVE WS-CONTAB-HASH            TO CONTAB-T-HASH.
108600     WRITE CONTABIL-REGISTRO      FROM CONTAB-TRAILER.
108610     IF FS-CONTABIL NOT = '00'
108620     ,  DISPLAY '*************************'
108630     ,  DISPLAY '** WRITE ERROR CONTABIL**'
108640     ,  DISPLAY '** STATUS = ' FS-CONTABIL
108650     ,  DISPLAY '*************************'
108660     ,  MOVE 'ERRO WRITE CNTB '     TO WS-ABENDMSG8
108670     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
108680     END-IF.
108700 GRAVA-TRAILER-FIM. EXIT.
108800*--------RELATORIO DAS ORGS RETIDAS COM DIAS EM ESPERA-----------*
108900 IMPRIME-PENDENCIAS.
109000     MOVE 'EXPURGO - ORGS RETIDAS PARA APROVACAO (ALCADA)'
109100                                    TO WS-CAB-TITULO.
109200     SET WS-SECAO-PENDENCIAS        TO TRUE.
109300     ADD 1                          TO WS-CONT-PAG.
109400     MOVE WS-CONT-PAG               TO WS-PAG.
109500     PERFORM MONTAR-CABECALHO       THRU MONTAR-CABECALHO-EXIT.
109600     IF WS-QTDE-GRP = ZEROS
109700     ,  MOVE 'NENHUMA ORG RETIDA PARA APROVACAO'
109800     ,                              TO SEM-TEXTO
109900     ,  WRITE RELAPR-LINHA        FROM RELAPR-SEM-MOVIMENTO
110000     ,  GO                          TO IMPRIME-PENDENCIAS-FIM
110100     END-IF.
110200     PERFORM IMPRIME-GRUPO          THRU IMPRIME-GRUPO-FIM
110300             VARYING WS-IND-GRP FROM 1 BY 1
110400             UNTIL WS-IND-GRP > WS-QTDE-GRP.
110500 IMPRIME-PENDENCIAS-FIM. EXIT.
110600*
110700 IMPRIME-GRUPO.
110710     IF WS-GRP-JA-DECIDIDA(WS-IND-GRP)
110720     ,  GO                          TO IMPRIME-GRUPO-FIM
110730     END-IF.
110800     MOVE WS-GRP-ORG(WS-IND-GRP)          TO PEN-ORG.
110900     MOVE WS-GRP-DATA-EXEC(WS-IND-GRP)    TO PEN-DATA-EXEC.
111000     MOVE WS-GRP-HORA-EXEC(WS-IND-GRP)    TO PEN-HORA-EXEC.
111100     MOVE WS-GRP-SOLICITANTE(WS-IND-GRP)  TO PEN-SOLICITANTE.
111200     MOVE WS-GRP-VALOR(WS-IND-GRP)        TO PEN-VALOR.
111300     MOVE WS-GRP-QTDE(WS-IND-GRP)         TO PEN-QTDE.
111400     MOVE WS-GRP-LIM-VALOR(WS-IND-GRP)    TO PEN-LIM-VALOR.
111500     MOVE WS-GRP-LIM-QTDE(WS-IND-GRP)     TO PEN-LIM-QTDE.
111600     MOVE WS-GRP-MOTIVO(WS-IND-GRP)       TO PEN-MOTIVO.
111700     MOVE WS-GRP-APROVADOR(WS-IND-GRP)    TO PEN-APROVADOR.
111800*----DIAS EM ESPERA DESDE A EXECUCAO DO UUGPB910 QUE RETEVE------*
111900     MOVE WS-GRP-DATA-EXEC(WS-IND-GRP)    TO WS-DATA-EXEC.
112000     PERFORM CALCULA-DIAS-ESPERA    THRU CALCULA-DIAS-ESPERA-FIM.
112300     IF WS-DIAS-ESPERA < ZEROS
112400     ,  MOVE ZEROS                  TO WS-DIAS-ESPERA
112500     END-IF.
112600     MOVE WS-DIAS-ESPERA            TO PEN-DIAS.
112700     IF WS-GRP-LIBERADA(WS-IND-GRP)
112800     ,  MOVE 'LIBERADA'             TO PEN-SITUACAO
112900     ELSE
113000     ,  IF WS-GRP-DESCARTADA(WS-IND-GRP)
113100     ,  ,  MOVE 'DESCARTADA'        TO PEN-SITUACAO
113200     ,  ELSE
113300     ,  ,  MOVE 'PENDENTE'          TO PEN-SITUACAO
113400     ,  ,  PERFORM ACUMULA-FAIXA    THRU ACUMULA-FAIXA-FIM
113500     ,  END-IF
113600     END-IF.
113700     IF WS-CONT-LINHAS > 57
113800     ,  ADD 1                       TO WS-CONT-PAG
113900     ,  MOVE WS-CONT-PAG            TO WS-PAG
114000     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
114100     END-IF.
114200     WRITE RELAPR-LINHA           FROM RELAPR-PENDENCIA.
114300     ADD 1                          TO WS-CONT-LINHAS.
114400 IMPRIME-GRUPO-FIM. EXIT.
114500*
114600*----FAIXAS: ATE 2, 3 A 5, 6 A 10 E MAIS DE 10 DIAS. PENDENCIA---*
114700*----HA MAIS DE 10 DIAS TERMINA COM RC 4 PARA COBRAR A APROVACAO-*
114800 ACUMULA-FAIXA.
114900     ADD 1                          TO WS-CONT-PENDENTES.
115000     IF WS-DIAS-ESPERA NOT > 2
115100     ,  MOVE 1                      TO WS-IND-FAIXA
115200     ELSE
115300     ,  IF WS-DIAS-ESPERA NOT > 5
115400     ,  ,  MOVE 2                   TO WS-IND-FAIXA
115500     ,  ELSE
115600     ,  ,  IF WS-DIAS-ESPERA NOT > 10
115700     ,  ,  ,  MOVE 3                TO WS-IND-FAIXA
115800     ,  ,  ELSE
115900     ,  ,  ,  MOVE 4                TO WS-IND-FAIXA
116000     ,  ,  ,  IF WS-RETORNO-FINAL < 4
116100     ,  ,  ,  ,  MOVE 4             TO WS-RETORNO-FINAL
116200     ,  ,  ,  END-IF
116300     ,  ,  END-IF
116400     ,  END-IF
116500     END-IF.
116600     ADD 1                  TO WS-FAIXA-QTDE(WS-IND-FAIXA).
116700     ADD WS-GRP-VALOR(WS-IND-GRP)
116800                            TO WS-FAIXA-VALOR(WS-IND-FAIXA).
116900 ACUMULA-FAIXA-FIM. EXIT.
117000*------FIM RELATORIO DAS ORGS RETIDAS----------------------------*
117100*--------TOTAIS DA EXECUCAO NO FINAL DO RELATORIO----------------*
117200 IMPRIME-TOTAIS.
117300     MOVE WS-CONT-ANTERIORES        TO WS-TOT-ANTERIORES.
117400     MOVE WS-CONT-NOVAS             TO WS-TOT-NOVAS.
117500     MOVE WS-CONT-DUPLICADAS        TO WS-TOT-DUPLICADAS.
117600     MOVE WS-CONT-DECISOES          TO WS-TOT-DECISOES.
117700     MOVE WS-CONT-INVALIDAS         TO WS-TOT-INVALIDAS.
117800     MOVE WS-CONT-LIBERADAS         TO WS-TOT-LIBERADAS.
117900     MOVE WS-CONT-DESCARTADAS       TO WS-TOT-DESCARTADAS.
118000     MOVE WS-CONT-PENDENTES         TO WS-TOT-PENDENTES.
118100     MOVE WS-CONT-EXTRATO           TO WS-TOT-EXTRATO.
118200     MOVE WS-CONT-SELHIST           TO WS-TOT-SELHIST.
118300     MOVE WS-CONT-CONTABIL          TO WS-TOT-CONTABIL.
118400     MOVE WS-CONT-SEM-RESUMO        TO WS-TOT-SEM-RESUMO.
118500     MOVE WS-CONT-MESTRE            TO WS-TOT-MESTRE.
118510     MOVE WS-CONT-JA-DECIDIDAS      TO WS-TOT-JA-DECIDIDAS.
118520     MOVE WS-CONT-EXPIRADAS         TO WS-TOT-EXPIRADAS.
118600     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
118700*
118800     WRITE RELAPR-LINHA FROM TERCEIRA-LINHA.
118900     WRITE RELAPR-LINHA FROM WS-IMPRIME-ANTERIORES.
119000     WRITE RELAPR-LINHA FROM WS-IMPRIME-NOVAS.
119100     WRITE RELAPR-LINHA FROM WS-IMPRIME-DUPLICADAS.
119200     WRITE RELAPR-LINHA FROM WS-IMPRIME-DECISOES.
119300     WRITE RELAPR-LINHA FROM WS-IMPRIME-INVALIDAS.
119400     WRITE RELAPR-LINHA FROM WS-IMPRIME-LIBERADAS.
119500     WRITE RELAPR-LINHA FROM WS-IMPRIME-DESCARTADAS.
119600     WRITE RELAPR-LINHA FROM WS-IMPRIME-PENDENTES.
119700     PERFORM IMPRIME-FAIXA          THRU IMPRIME-FAIXA-FIM
119800             VARYING WS-IND-FAIXA FROM 1 BY 1
119900             UNTIL WS-IND-FAIXA > 4.
120000     WRITE RELAPR-LINHA FROM WS-IMPRIME-EXTRATO.
120100     WRITE RELAPR-LINHA FROM WS-IMPRIME-SELHIST.
120200     WRITE RELAPR-LINHA FROM WS-IMPRIME-CONTABIL.
120300     WRITE RELAPR-LINHA FROM WS-IMPRIME-SEM-RESUMO.
120310     WRITE RELAPR-LINHA FROM WS-IMPRIME-JA-DECIDIDAS.
120320     WRITE RELAPR-LINHA FROM WS-IMPRIME-EXPIRADAS.
120400     WRITE RELAPR-LINHA FROM WS-IMPRIME-MESTRE.
120500     WRITE RELAPR-LINHA FROM WS-IMPRIME-RES-RETORNO.
120600 IMPRIME-TOTAIS-FIM. EXIT.
120700*
120800 IMPRIME-FAIXA.
120900     MOVE WS-TEXTO-FAIXA(WS-IND-FAIXA)
121000                           TO WS-IMP-FAIXA-TEXTO(WS-IND-FAIXA).
121100     MOVE WS-FAIXA-QTDE(WS-IND-FAIXA)
121200                           TO WS-IMP-FAIXA-QTDE(WS-IND-FAIXA).
121300     MOVE WS-FAIXA-VALOR(WS-IND-FAIXA)
121400                           TO WS-IMP-FAIXA-VALOR(WS-IND-FAIXA).
121500     WRITE RELAPR-LINHA FROM WS-IMPRIME-FAIXA(WS-IND-FAIXA).
121600 IMPRIME-FAIXA-FIM. EXIT.
121700*----------------------MONTAGEM DO CABECALHO---------------------*
121800 MONTAR-CABECALHO.
121900*-------
122000*MONTAGEM DA DATA DO CABECALHO
122100*-------
122200     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
122300     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
122400     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
122500     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
122600     MOVE ZEROS                         TO WS-CONT-LINHAS.
122700*
122800     WRITE RELAPR-LINHA FROM PRIMEIRA-LINHA.
122900     ADD 1               TO WS-CONT-LINHAS.
123000*
123100     WRITE RELAPR-LINHA FROM SEGUNDA-LINHA.
123200     ADD 1               TO WS-CONT-LINHAS.
123300*
123400     WRITE RELAPR-LINHA FROM TERCEIRA-LINHA.
123500     ADD 1               TO WS-CONT-LINHAS.
123600*
123700     IF WS-SECAO-DECISOES
123800     ,  WRITE RELAPR-LINHA FROM QUARTA-LINHA-DEC
123900     ELSE
124000     ,  WRITE RELAPR-LINHA FROM QUARTA-LINHA-PEN
124100     END-IF.
124200     ADD 1               TO WS-CONT-LINHAS.
124300*
124400     WRITE RELAPR-LINHA FROM TERCEIRA-LINHA.
124500     ADD 1               TO WS-CONT-LINHAS.
124600*
124700 MONTAR-CABECALHO-EXIT. EXIT.
124800*------------------FIM MONTAGEM DO CABECALHO---------------------*
124900*------------------FECHAMENTO DE ARQUIVOS
125000 FECHAR-ARQUIVOS.
125100     MOVE 'CLAT'                    TO WS-ABEND-LOCATION.
125200     IF NOT WS-APRTRN-AUSENTE
125300        CLOSE APRTRN
125400        IF FS-APRTRN NOT EQUAL '00'
125500           DISPLAY '##ERRO FECHAR ARQUIVO APRTRN: ' FS-APRTRN
125600           MOVE 'ERRO CLOSE APRTR'   TO WS-ABENDMSG8
125700           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
125800        END-IF
125900     END-IF.
126000*
126100     CLOSE APRNOV.
126200     IF FS-APRNOV NOT EQUAL '00'
126300        DISPLAY '##ERRO FECHAR ARQUIVO APRNOV: ' FS-APRNOV
126400        MOVE 'ERRO CLOSE APRNO'   TO WS-ABENDMSG8
126500        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
126600     END-IF.
126700*
126800     CLOSE CONTABIL.
126900     IF FS-CONTABIL NOT EQUAL '00'
127000        DISPLAY '##ERRO FECHAR ARQUIVO CONTABIL: ' FS-CONTABIL
127100        MOVE 'ERRO CLOSE CNTB '   TO WS-ABENDMSG8
127200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
127300     END-IF.
127400*
127500     CLOSE EXTRATO.
127600     IF FS-EXTRATO NOT EQUAL '00'
127700        DISPLAY '##ERRO FECHAR ARQUIVO EXTRATO: ' FS-EXTRATO
127800        MOVE 'ERRO CLOSE EXTR '   TO WS-ABENDMSG8
127900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
128000     END-IF.
128100*
128200     CLOSE SELHIST.
128300     IF FS-SELHIST NOT EQUAL '00'
128400        DISPLAY '##ERRO FECHAR ARQUIVO SELHIST: ' FS-SELHIST
128500        MOVE 'ERRO CLOSE SELH '   TO WS-ABENDMSG8
128600        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
128700     END-IF.
128800*
128900     CLOSE APRLOG.
129000     IF FS-APRLOG NOT EQUAL '00'
129100        DISPLAY '##ERRO FECHAR ARQUIVO APRLOG: ' FS-APRLOG
129200        MOVE 'ERRO CLOSE APRLO'   TO WS-ABENDMSG8
129300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
129400     END-IF.
129500*
129600     CLOSE RELAPR.
129700     IF FS-RELAPR NOT EQUAL '00'
129800        DISPLAY '##ERRO FECHAR ARQUIVO RELAPR: ' FS-RELAPR
129900        MOVE 'ERRO CLOSE RELAP'   TO WS-ABENDMSG8
130000        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
130100     END-IF.
130110*
130120*----ESVAZIA O APRPEN: AS RETENCOES JA ESTAO NO APRNOV-----------*
130130     IF NOT WS-APRPEN-AUSENTE
130140        MOVE 'OPP3'                TO WS-ABEND-LOCATION
130144        OPEN OUTPUT APRPEN
130148        IF FS-APRPEN NOT EQUAL '00'
130152           DISPLAY '##ERRO ABRIR ARQUIVO APRPEN: ' FS-APRPEN
130156           MOVE 'ERRO OPEN APRPE '   TO WS-ABENDMSG8
130160           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
130164        END-IF
130168        CLOSE APRPEN
130172        IF FS-APRPEN NOT EQUAL '00'
130176           DISPLAY '##ERRO FECHAR ARQUIVO APRPEN: ' FS-APRPEN
130180           MOVE 'ERRO CLOSE APRPE'   TO WS-ABENDMSG8
130184           PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
130188        END-IF
130192     END-IF.
130200 FECHAR-ARQUIVOS-FIM. EXIT.
130300*------------------FIM DO FECHAMENTO DE ARQUIVOS
130400*================================================================*
130500*    BOOKS DE PROCEDURE UTILIZADOS                               *
130600*================================================================*
130700     COPY CCS502.
130800     COPY CCS508.
130900     COPY UUGJRNP.
131000     COPY AMCRPD.
