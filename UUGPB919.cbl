000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB919.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 13/03/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  RECUPERACAO DE CREDITOS JA DESAVERBADOS: LE O ARQUIVO DO      *
001100*  BRADESCO COM OS PAGAMENTOS RECEBIDOS APOS A BAIXA, CONFIRMA   *
001200*  NO MESTRE DE HISTORICO (HISTMST, CHAVE ORG + CONTA) QUE A     *
001300*  CONTA FOI EXPURGADA E EM QUAL EXECUCAO (HISTMST-NUM-EXECUCAO) *
001400*  E PRODUZ:                                                     *
001500*  - RELATORIO DE RECUPERACAO POR ORG/LOGO;                      *
001600*  - INTERFACE DE LANCAMENTO DA RECUPERACAO NO PADRAO HEADER/    *
001700*    DETALHE/TRAILER DE 080 BYTES DA INTERFACE CONTABIL, COM     *
001800*    PAR D/C BALANCEADO POR ORG;                                 *
001900*  - LISTAGEM DE EXCECOES: CONTA FORA DO HISTMST OU PAGAMENTO    *
002000*    (ACUMULADO NA CONTA) SUPERIOR AO SALDO BAIXADO              *
002100*    (HISTMST-SALDO-ULT-SELECAO). EXCECOES NAO SAO LANCADAS.     *
002200*  QUEBRA: ORG E LOGO                                            *
002300*  CLASSIFICACAO: ORG, LOGO E CONTA (CLASSIFICADO INTERNAMENTE)  *
002400*  TOTALIZADORES: PAGAMENTOS E VALOR RECUPERADO POR LOGO, POR    *
002500*                 ORG E GERAL; EXCECOES.                         *
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
003700     SELECT PAGREC    ASSIGN      TO PAGREC
003800            FILE STATUS          IS FS-PAGREC.
003900*
004000     SELECT PAGSORT   ASSIGN      TO PAGSORT
004100            FILE STATUS          IS FS-PAGSORT.
004200*
004300     SELECT CLASSIF   ASSIGN      TO SORTWK01.
004400*
004500     SELECT HISTMST   ASSIGN      TO HISTMST
004600            ORGANIZATION         IS INDEXED
004700            ACCESS MODE          IS RANDOM
004800            RECORD KEY           IS HISTMST-CHAVE
004900            FILE STATUS          IS FS-HISTMST.
005000*
005100     SELECT RELREC    ASSIGN      TO RELREC
005200            FILE STATUS          IS FS-RELREC.
005300*
005400     SELECT EXCREC    ASSIGN      TO EXCREC
005500            FILE STATUS          IS FS-EXCREC.
005600*
005700     SELECT RECCNT    ASSIGN      TO RECCNT
005800            FILE STATUS          IS FS-RECCNT.
005900*
006000     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
006100            FILE STATUS          IS FS-RUNJRNL.
006200*================================================================*
006300 DATA DIVISION.
006400*================================================================*
006500 FILE SECTION.
006600
006700 FD PAGREC
006800     RECORD CONTAINS 080 CHARACTERS
006900     BLOCK CONTAINS 0 RECORDS
007000     RECORDING MODE F.
007100 01 PAGREC-REGISTRO.
007200    03 PAGREC-ORG            PIC  9(003).
007300    03 PAGREC-LOGO           PIC  9(003).
007400    03 PAGREC-CONTA          PIC  X(019).
007500    03 PAGREC-DATA-PAGTO     PIC  9(008).
007600    03 PAGREC-VALOR-PAGTO    PIC  9(011)V99.
007700    03 FILLER                PIC  X(034).
007800
007900 FD PAGSORT
008000     RECORD CONTAINS 080 CHARACTERS
008100     BLOCK CONTAINS 0 RECORDS
008200     RECORDING MODE F.
008300 01 PAGSORT-REGISTRO.
008400    03 PAGSORT-ORG           PIC  9(003).
008500    03 PAGSORT-LOGO          PIC  9(003).
008600    03 PAGSORT-CONTA         PIC  X(019).
008700    03 PAGSORT-DATA-PAGTO    PIC  9(008).
008800    03 PAGSORT-VALOR-PAGTO   PIC  9(011)V99.
008900    03 FILLER                PIC  X(034).
009000
009100 SD CLASSIF.
009200 01 CLASSIF-REGISTRO.
009300    03 CLASSIF-ORG           PIC  9(003).
009400    03 CLASSIF-LOGO          PIC  9(003).
009500    03 CLASSIF-CONTA         PIC  X(019).
009600    03 CLASSIF-DATA-PAGTO    PIC  9(008).
009700    03 FILLER                PIC  X(047).
009800
009900 FD HISTMST
010000     RECORD CONTAINS 080 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS.
010200 01 HISTMST-REGISTRO.
010300    03 HISTMST-CHAVE.
010400       05 HISTMST-ORG        PIC  9(003).
010500       05 HISTMST-CONTA      PIC  X(019).
010600    03 HISTMST-LOGO          PIC  9(003).
010700    03 HISTMST-CPF-CLIENTE   PIC  X(011).
010800    03 HISTMST-DATA-PRIM-SELECAO
010900                             PIC  9(008).
011000    03 HISTMST-DATA-ULT-SELECAO
011100                             PIC  9(008).
011200    03 HISTMST-SALDO-ULT-SELECAO
011300                             PIC  9(011)V99.
011400    03 HISTMST-NUM-EXECUCAO  PIC  9(005).
011500    03 HISTMST-QTDE-CICLOS   PIC  9(003).
011600    03 FILLER                PIC  X(007).
011700
011800 FD RELREC
011900     RECORD CONTAINS 132 CHARACTERS
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORDING MODE F.
012200 01 RELREC-LINHA           PIC X(132).
012300
012400 FD EXCREC
012500     RECORD CONTAINS 132 CHARACTERS
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE F.
012800 01 EXCREC-LINHA           PIC X(132).
012900
013000 FD RECCNT
013100     RECORD CONTAINS 080 CHARACTERS
013200     BLOCK CONTAINS 0 RECORDS
013300     RECORDING MODE F.
013400 01 RECCNT-REGISTRO        PIC X(080).
013500
013600 FD RUNJRNL
013700     RECORD CONTAINS 080 CHARACTERS
013800     BLOCK CONTAINS 0 RECORDS
013900     RECORDING MODE F.
014000     COPY UUGJRN.
014100*----------------------------------------------------------------*
014200 WORKING-STORAGE SECTION.
014300*----------------------------------------------------------------*
014400* LINHAS DO RELATORIO DE RECUPERACAO
014500*----------------------------------------------------------------*
014600 01 CABECALHO.
014700    03 PRIMEIRA-LINHA.
014800       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
014900       05 FILLER              PIC X(010) VALUE SPACES.
015000       05 FILLER              PIC X(036) VALUE
015100          'FIDELITY PROCESSADORA E SERVI OS S/A'.
015200       05 FILLER              PIC X(028) VALUE SPACES.
015300       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
015400       05 WS-DATA-SISTEMA.
015500          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
015600          07 FILLER           PIC X(001) VALUE '/'.
015700          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
015800          07 FILLER           PIC X(001) VALUE '/'.
015900          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
016000       05 FILLER              PIC X(008) VALUE '    PAGE'.
016100       05 WS-PAG              PIC Z.ZZZ.ZZ9.
016200    03 SEGUNDA-LINHA.
016300       05 FILLER              PIC X(050) VALUE
016400          'RECUPERACAO DE CREDITOS DESAVERBADOS'.
016500       05 FILLER              PIC X(024) VALUE SPACES.
016600       05 FILLER              PIC X(046) VALUE
016700           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
016800    03 SEGUNDA-LINHA-EXC.
016900       05 FILLER              PIC X(050) VALUE
017000          'RECUPERACAO - PAGAMENTOS NAO LANCADOS (EXCECOES)'.
017100       05 FILLER              PIC X(024) VALUE SPACES.
017200       05 FILLER              PIC X(046) VALUE
017300           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
017400    03 TERCEIRA-LINHA.
017500       05 FILLER              PIC X(132) VALUE SPACES.
017600    03 QUARTA-LINHA.
017700       05 FILLER              PIC X(003) VALUE 'ORG'.
017800       05 FILLER              PIC X(002) VALUE SPACES.
017900       05 FILLER              PIC X(004) VALUE 'LOGO'.
018000       05 FILLER              PIC X(001) VALUE SPACES.
018100       05 FILLER              PIC X(005) VALUE 'CONTA'.
018200       05 FILLER              PIC X(016) VALUE SPACES.
018300       05 FILLER              PIC X(004) VALUE 'EXEC'.
018400       05 FILLER              PIC X(003) VALUE SPACES.
018500       05 FILLER              PIC X(008) VALUE 'DT PAGTO'.
018600       05 FILLER              PIC X(008) VALUE SPACES.
018700       05 FILLER              PIC X(011) VALUE 'VALOR PAGTO'.
018800       05 FILLER              PIC X(007) VALUE SPACES.
018900       05 FILLER              PIC X(012) VALUE 'SALDO BAIXAD'.
019000       05 FILLER              PIC X(005) VALUE SPACES.
019100       05 FILLER              PIC X(014) VALUE 'SALDO A RECUP.'.
019200    03 QUARTA-LINHA-EXC.
019300       05 FILLER              PIC X(003) VALUE 'ORG'.
019400       05 FILLER              PIC X(002) VALUE SPACES.
019500       05 FILLER              PIC X(004) VALUE 'LOGO'.
019600       05 FILLER              PIC X(001) VALUE SPACES.
019700       05 FILLER              PIC X(005) VALUE 'CONTA'.
019800       05 FILLER              PIC X(016) VALUE SPACES.
019900       05 FILLER              PIC X(004) VALUE 'EXEC'.
020000       05 FILLER              PIC X(003) VALUE SPACES.
020100       05 FILLER              PIC X(008) VALUE 'DT PAGTO'.
020200       05 FILLER              PIC X(008) VALUE SPACES.
020300       05 FILLER              PIC X(011) VALUE 'VALOR PAGTO'.
020400       05 FILLER              PIC X(007) VALUE SPACES.
020500       05 FILLER              PIC X(012) VALUE 'SALDO BAIXAD'.
020600       05 FILLER              PIC X(005) VALUE SPACES.
020700       05 FILLER              PIC X(006) VALUE 'MOTIVO'.
020800*
020900 01 RELREC-CORPO.
021000    03 REC-ORG                PIC 9(003) VALUE ZEROS.
021100    03 FILLER                 PIC X(002) VALUE SPACES.
021200    03 REC-LOGO               PIC 9(003) VALUE ZEROS.
021300    03 FILLER                 PIC X(002) VALUE SPACES.
021400    03 REC-CONTA              PIC X(019) VALUE SPACES.
021500    03 FILLER                 PIC X(002) VALUE SPACES.
021600    03 REC-EXECUCAO           PIC ZZZZ9.
021700    03 FILLER                 PIC X(002) VALUE SPACES.
021800    03 REC-DATA-PAGTO         PIC 9(008) VALUE ZEROS.
021900    03 FILLER                 PIC X(002) VALUE SPACES.
022000    03 REC-VALOR-PAGTO        PIC ZZ.ZZZ.ZZZ.ZZ9.99.
022100    03 FILLER                 PIC X(002) VALUE SPACES.
022200    03 REC-SALDO-BAIXADO      PIC ZZ.ZZZ.ZZZ.ZZ9.99.
022300    03 FILLER                 PIC X(002) VALUE SPACES.
022400    03 REC-SALDO-RESTANTE     PIC ZZ.ZZZ.ZZZ.ZZ9.99.
022500*
022600 01 EXCREC-CORPO.
022700    03 EXC-ORG                PIC 9(003) VALUE ZEROS.
022800    03 FILLER                 PIC X(002) VALUE SPACES.
022900    03 EXC-LOGO               PIC 9(003) VALUE ZEROS.
023000    03 FILLER                 PIC X(002) VALUE SPACES.
023100    03 EXC-CONTA              PIC X(019) VALUE SPACES.
023200    03 FILLER                 PIC X(002) VALUE SPACES.
023300    03 EXC-EXECUCAO           PIC ZZZZ9.
023400    03 FILLER                 PIC X(002) VALUE SPACES.
023500    03 EXC-DATA-PAGTO         PIC 9(008) VALUE ZEROS.
023600    03 FILLER                 PIC X(002) VALUE SPACES.
023700    03 EXC-VALOR-PAGTO        PIC ZZ.ZZZ.ZZZ.ZZ9.99.
023800    03 FILLER                 PIC X(002) VALUE SPACES.
023900    03 EXC-SALDO-BAIXADO      PIC ZZ.ZZZ.ZZZ.ZZ9.99.
024000    03 FILLER                 PIC X(002) VALUE SPACES.
024100    03 EXC-MOTIVO             PIC X(035) VALUE SPACES.
024200*
024300 01 RESUMO-LOGO-LINHA.
024400    03 FILLER                 PIC X(014) VALUE 'TOTAL DA LOGO '.
024500    03 RES-LOGO-ORG           PIC 9(003) VALUE ZEROS.
024600    03 FILLER                 PIC X(001) VALUE '/'.
024700    03 RES-LOGO               PIC 9(003) VALUE ZEROS.
024800    03 FILLER                 PIC X(014) VALUE '  PAGAMENTOS: '.
024900    03 RES-LOGO-QTDE          PIC Z.ZZZ.ZZ9.
025000    03 FILLER                 PIC X(020) VALUE
025100       '  VALOR RECUPERADO: '.
025200    03 RES-LOGO-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9.99.
025300*
025400 01 RESUMO-ORG-LINHA.
025500    03 FILLER                 PIC X(013) VALUE 'TOTAL DA ORG '.
025600    03 RES-ORG                PIC 9(003) VALUE ZEROS.
025700    03 FILLER                 PIC X(005) VALUE SPACES.
025800    03 FILLER                 PIC X(014) VALUE '  PAGAMENTOS: '.
025900    03 RES-ORG-QTDE           PIC Z.ZZZ.ZZ9.
026000    03 FILLER                 PIC X(020) VALUE
026100       '  VALOR RECUPERADO: '.
026200    03 RES-ORG-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
026300*
026400 01 RESUMO-GERAL-LINHA.
026500    03 FILLER                 PIC X(012) VALUE 'TOTAL GERAL '.
026600    03 FILLER                 PIC X(009) VALUE SPACES.
026700    03 FILLER                 PIC X(014) VALUE '  PAGAMENTOS: '.
026800    03 RES-GER-QTDE           PIC Z.ZZZ.ZZ9.
026900    03 FILLER                 PIC X(020) VALUE
027000       '  VALOR RECUPERADO: '.
027100    03 RES-GER-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9.99.
027200*
027300 01 IMPRESSAO.
027400    03 WS-IMPRIME-LIDOS.
027500       05 FILLER                  PIC X(028) VALUE
027600       'PAGAMENTOS LIDOS..........: '.
027700       05 WS-TOT-LIDOS            PIC Z.ZZZ.ZZ9.
027800    03 WS-IMPRIME-LANCADOS.
027900       05 FILLER                  PIC X(028) VALUE
028000       'PAGAMENTOS LANCADOS.......: '.
028100       05 WS-TOT-LANCADOS         PIC Z.ZZZ.ZZ9.
028200    03 WS-IMPRIME-NAO-LOCALIZ.
028300       05 FILLER                  PIC X(028) VALUE
028400       'EXCECAO - FORA DO HISTMST.: '.
028500       05 WS-TOT-NAO-LOCALIZ      PIC Z.ZZZ.ZZ9.
028600    03 WS-IMPRIME-EXCEDENTES.
028700       05 FILLER                  PIC X(028) VALUE
028800       'EXCECAO - ACIMA DO SALDO..: '.
028900       05 WS-TOT-EXCEDENTES       PIC Z.ZZZ.ZZ9.
029000    03 WS-IMPRIME-INVALIDOS.
029100       05 FILLER                  PIC X(028) VALUE
029200       'EXCECAO - DADOS INVALIDOS.: '.
029300       05 WS-TOT-INVALIDOS        PIC Z.ZZZ.ZZ9.
029400    03 WS-IMPRIME-VALOR-EXC.
029500       05 FILLER                  PIC X(028) VALUE
029600       'VALOR NAO LANCADO.........: '.
029700       05 WS-TOT-VALOR-EXC        PIC ZZZZZZZZZZZZ9.99.
029800    03 WS-IMPRIME-RES-RETORNO.
029900       05 FILLER                  PIC X(028) VALUE
030000       'CODIGO DE RETORNO.........: '.
030100       05 WS-RES-RETORNO          PIC 9(002).
030200*----------------------------------------------------------------*
030300* VARIAVEIS CONTROLE
030400*----------------------------------------------------------------*
030500 01 CONTROLADORES.
030600    03 FS-PAGREC                PIC X(002) VALUE '00'.
030700    03 FS-PAGSORT               PIC X(002) VALUE '00'.
030800    03 FS-HISTMST               PIC X(002) VALUE '00'.
030900    03 FS-RELREC                PIC X(002) VALUE '00'.
031000    03 FS-EXCREC                PIC X(002) VALUE '00'.
031100    03 FS-RECCNT                PIC X(002) VALUE '00'.
031200*
031300    03 WS-FIM-PAGSORT           PIC X(001) VALUE 'N'.
031400    03 WS-ORG-ANT               PIC 9(003) VALUE ZEROS.
031500    03 WS-LOGO-ANT              PIC 9(003) VALUE ZEROS.
031600    03 WS-CHAVE-CONTA-ANT.
031700       05 WS-CONTA-ANT-ORG      PIC 9(003) VALUE ZEROS.
031800       05 WS-CONTA-ANT-CONTA    PIC X(019) VALUE SPACES.
031900    03 WS-CHAVE-CONTA-ATU.
032000       05 WS-CONTA-ATU-ORG      PIC 9(003) VALUE ZEROS.
032100       05 WS-CONTA-ATU-CONTA    PIC X(019) VALUE SPACES.
032200    03 WS-IND-HISTMST           PIC X(001) VALUE 'N'.
032300       88 WS-CONTA-NO-HISTMST         VALUE 'S'.
032400    03 WS-SALDO-BAIXADO         PIC 9(011)V99 VALUE ZEROS.
032500    03 WS-NUM-EXECUCAO          PIC 9(005) VALUE ZEROS.
032600    03 WS-PAGO-CONTA            PIC 9(011)V99 VALUE ZEROS.
032700    03 WS-PAGO-PROJETADO        PIC 9(012)V99 VALUE ZEROS.
032800    03 WS-DATA-JULIANA          PIC 9(007) VALUE ZEROS.
032900    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
033000*
033100 01 CONTADORES.
033200    03 WS-CONT-LIDOS            PIC 9(007) VALUE ZEROS.
033300    03 WS-CONT-LANCADOS         PIC 9(007) VALUE ZEROS.
033400    03 WS-CONT-NAO-LOCALIZ      PIC 9(007) VALUE ZEROS.
033500    03 WS-CONT-EXCEDENTES       PIC 9(007) VALUE ZEROS.
033600    03 WS-CONT-INVALIDOS        PIC 9(007) VALUE ZEROS.
033700    03 WS-VALOR-EXCECOES        PIC 9(013)V99 VALUE ZEROS.
033800    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
033900    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
034000    03 WS-CONT-LINHAS-EXC       PIC 9(002) VALUE 00.
034100    03 WS-CONT-PAG-EXC          PIC 9(007) VALUE ZEROS.
034200    03 WS-CONTAB-QTDE-DET       PIC 9(007) VALUE ZEROS.
034300    03 WS-CONTAB-HASH           PIC 9(015)V99 VALUE ZEROS.
034400*
034500 01 TOTAIS-QUEBRA.
034600    03 WS-LOGO-QTDE             PIC 9(007) VALUE ZEROS.
034700    03 WS-LOGO-VALOR            PIC 9(013)V99 VALUE ZEROS.
034800    03 WS-ORG-QTDE              PIC 9(007) VALUE ZEROS.
034900    03 WS-ORG-VALOR             PIC 9(013)V99 VALUE ZEROS.
035000    03 WS-GER-QTDE              PIC 9(007) VALUE ZEROS.
035100    03 WS-GER-VALOR             PIC 9(013)V99 VALUE ZEROS.
035200*
035300*------REGISTROS DA INTERFACE DE LANCAMENTO DA RECUPERACAO-------*
035400 01 CONTAB-REGISTROS.
035500    03 CONTAB-HEADER.
035600       05 FILLER                PIC X(001) VALUE 'H'.
035700       05 CONTAB-H-DATA-JULIANA PIC 9(007) VALUE ZEROS.
035800       05 FILLER                PIC X(025) VALUE
035900       ' RECUPERACAO CRED BAIXADO'.
036000       05 FILLER                PIC X(047) VALUE SPACES.
036100    03 CONTAB-DETALHE.
036200       05 FILLER                PIC X(001) VALUE 'D'.
036300       05 CONTAB-D-ORG          PIC 9(003) VALUE ZEROS.
036400       05 CONTAB-D-NATUREZA     PIC X(001) VALUE SPACES.
036500       05 CONTAB-D-VALOR        PIC 9(013)V99 VALUE ZEROS.
036600       05 CONTAB-D-QTDE-CONTAS  PIC 9(007) VALUE ZEROS.
036700       05 CONTAB-D-DATA-JULIANA PIC 9(007) VALUE ZEROS.
036800       05 FILLER                PIC X(046) VALUE SPACES.
036900    03 CONTAB-TRAILER.
037000       05 FILLER                PIC X(001) VALUE 'T'.
037100       05 CONTAB-T-QTDE         PIC 9(007) VALUE ZEROS.
037200       05 CONTAB-T-HASH         PIC 9(015)V99 VALUE ZEROS.
037300       05 FILLER                PIC X(055) VALUE SPACES.
037400*----FIM REGISTROS DA INTERFACE DE LANCAMENTO DA RECUPERACAO-----*
037500*----------------------------------------------------------------*
037600* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
037700*----------------------------------------------------------------*
037800 01 MONTADORES-DATA.
037900    03 WS-DATA-SYS.
038000       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
038100       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
038200       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
038300*----------------------------------------------------------------*
038400*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
038500*----------------------------------------------------------------*
038600*
038700     COPY AR00WS.
038800*
038900     COPY AMCRIO.
039000     COPY AMCRRL.
039100     COPY AMCRRB.
039200*
039300     COPY CCS301.
039400*
039500     COPY UUGJRNW.
039600*================================================================*
039700 PROCEDURE DIVISION.
039800*================================================================*
039900 ROTINA-PRINCIPAL.
040000     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
040100*
040200     PERFORM CLASSIFICA-PAGAMENTOS
040250             THRU CLASSIFICA-PAGAMENTOS-FIM.
040300*
040400     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
040500*
040600     PERFORM LER-PAGSORT             THRU LER-PAGSORT-FIM.
040700     PERFORM PROCESSA                THRU PROCESSA-FIM
040800             UNTIL WS-FIM-PAGSORT = 'S'.
040900*
041000     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
041100*
041200     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
041300*
041400     DISPLAY WS-IMPRIME-LIDOS.
041500     DISPLAY WS-IMPRIME-LANCADOS.
041600     DISPLAY WS-IMPRIME-NAO-LOCALIZ.
041700     DISPLAY WS-IMPRIME-EXCEDENTES.
041800     DISPLAY WS-IMPRIME-INVALIDOS.
041900     DISPLAY WS-IMPRIME-RES-RETORNO.
042000*
042100     MOVE 'UUGPB919'                 TO RUNJRN-WS-PROGRAMA.
042200     MOVE WS-CONT-LIDOS              TO RUNJRN-WS-ENTRADA.
042300     MOVE WS-CONT-LANCADOS           TO RUNJRN-WS-SAIDA.
042400     COMPUTE RUNJRN-WS-REJEITOS = WS-CONT-NAO-LOCALIZ
042500                                + WS-CONT-EXCEDENTES
042600                                + WS-CONT-INVALIDOS.
042700     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
042800     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
042900*
043000     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
043100*
043200     STOP RUN.
043300*
043400 ROTINA-PRINCIPAL-FIM.
043500*
043600*--------CLASSIFICACAO DOS PAGAMENTOS POR ORG/LOGO/CONTA---------*
043700 CLASSIFICA-PAGAMENTOS.
043800     MOVE 'SRTP'                     TO WS-ABEND-LOCATION.
043900     SORT CLASSIF ON ASCENDING KEY CLASSIF-ORG
044000                                   CLASSIF-LOGO
044100                                   CLASSIF-CONTA
044200                                   CLASSIF-DATA-PAGTO
044300          USING  PAGREC
044400          GIVING PAGSORT.
044500 CLASSIFICA-PAGAMENTOS-FIM. EXIT.
044600*------FIM CLASSIFICACAO DOS PAGAMENTOS POR ORG/LOGO/CONTA-------*
044700*------------------ABERTURA DE ARQUIVOS
044800 ABRIR-ARQUIVOS.
044900*----DATA DE PROCESSAMENTO DO AMCR (DATA DOS LANCAMENTOS)--------*
045000     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
045100     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
045200     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
045300     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
045400     MOVE ZEROS               TO AMCRIO-ORG.
045500     MOVE ZEROS               TO AMCRIO-LOGO.
045600     MOVE ZEROS               TO AMCRIO-REC-NBR.
045700     SET AMCRRB-READ-RANDOM          TO TRUE.
045800     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
045900     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
046000     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
046100*
046200     MOVE 'OPPS'              TO WS-ABEND-LOCATION.
046300     OPEN INPUT PAGSORT.
046400     IF FS-PAGSORT NOT EQUAL '00'
046500     ,  DISPLAY '**************************'
046600     ,  DISPLAY '** OPEN ERROR PAGSORT    **'
046700     ,  DISPLAY '** STATUS = ' FS-PAGSORT
046800     ,  DISPLAY '**************************'
046900     ,  MOVE 'ERRO OPEN PAGS  '   TO WS-ABENDMSG8
047000     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
047100     END-IF.
047200*
047300     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
047400     OPEN INPUT HISTMST.
047500     IF FS-HISTMST NOT EQUAL '00'
047600     ,  DISPLAY '**************************'
047700     ,  DISPLAY '** OPEN ERROR HISTMST    **'
047800     ,  DISPLAY '** STATUS = ' FS-HISTMST
047900     ,  DISPLAY '**************************'
048000     ,  MOVE 'ERRO OPEN HISTM '   TO WS-ABENDMSG8
048100     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
048200     END-IF.
048300*
048400     MOVE 'OPRR'              TO WS-ABEND-LOCATION.
048500     OPEN OUTPUT RELREC.
048600     IF FS-RELREC NOT EQUAL '00'
048700     ,  DISPLAY '**************************'
048800     ,  DISPLAY '** OPEN ERROR RELREC     **'
048900     ,  DISPLAY '** STATUS = ' FS-RELREC
049000     ,  DISPLAY '**************************'
049100     ,  MOVE 'ERRO OPEN RELRC '   TO WS-ABENDMSG8
049200     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
049300     END-IF.
049400*
049500     MOVE 'OPER'              TO WS-ABEND-LOCATION.
049600     OPEN OUTPUT EXCREC.
049700     IF FS-EXCREC NOT EQUAL '00'
049800     ,  DISPLAY '**************************'
049900     ,  DISPLAY '** OPEN ERROR EXCREC     **'
050000     ,  DISPLAY '** STATUS = ' FS-EXCREC
050100     ,  DISPLAY '**************************'
050200     ,  MOVE 'ERRO OPEN EXCRC '   TO WS-ABENDMSG8
050300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
050400     END-IF.
050500*
050600     MOVE 'OPRC'              TO WS-ABEND-LOCATION.
050700     OPEN OUTPUT RECCNT.
050800     IF FS-RECCNT NOT EQUAL '00'
050900     ,  DISPLAY '**************************'
051000     ,  DISPLAY '** OPEN ERROR RECCNT     **'
051100     ,  DISPLAY '** STATUS = ' FS-RECCNT
051200     ,  DISPLAY '**************************'
051300     ,  MOVE 'ERRO OPEN RECCN '   TO WS-ABENDMSG8
051400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
051500     END-IF.
051600*
051700     MOVE 'GRRH'                    TO WS-ABEND-LOCATION.
051800     MOVE WS-DATA-JULIANA           TO CONTAB-H-DATA-JULIANA.
051900     WRITE RECCNT-REGISTRO        FROM CONTAB-HEADER.
052000*
052100 ABRIR-ARQUIVOS-FIM. EXIT.
052200*------------------FIM DA ABERTURA DOS ARQUIVOS
052300*--------------LEITURA DOS PAGAMENTOS CLASSIFICADOS--------------*
052400 LER-PAGSORT.
052500     MOVE 'RDPS'                    TO WS-ABEND-LOCATION.
052600     READ PAGSORT.
052700     IF FS-PAGSORT NOT = ZEROS
052800     ,  IF FS-PAGSORT NOT = 10
052900     ,  ,  DISPLAY '*************************'
053000     ,  ,  DISPLAY '**    READ PAGSORT     **'
053100     ,  ,  DISPLAY '** STATUS = ' FS-PAGSORT
053200     ,  ,  DISPLAY '*************************'
053300     ,  ,  MOVE 'ERRO READ PAGS  '  TO WS-ABENDMSG8
053400     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
053500     ,  END-IF
053600     END-IF.
053700     IF FS-PAGSORT = 10
053800     ,  MOVE 'S'                    TO WS-FIM-PAGSORT
053900     ELSE
054000     ,  ADD 1                       TO WS-CONT-LIDOS
054100     END-IF.
054200 LER-PAGSORT-FIM. EXIT.
054300*------------FIM LEITURA DOS PAGAMENTOS CLASSIFICADOS------------*
054400*--------------TRATAMENTO DE UM PAGAMENTO------------------------*
054500 PROCESSA.
054600*----QUEBRA DE LOGO E DE ORG-------------------------------------*
054700     IF WS-ORG-ANT NOT = ZEROS
054800     ,  IF PAGSORT-ORG  NOT = WS-ORG-ANT
054900     ,  OR PAGSORT-LOGO NOT = WS-LOGO-ANT
055000     ,  ,  PERFORM TOTALIZA-LOGO    THRU TOTALIZA-LOGO-FIM
055100     ,  END-IF
055200     ,  IF PAGSORT-ORG  NOT = WS-ORG-ANT
055300     ,  ,  PERFORM TOTALIZA-ORG     THRU TOTALIZA-ORG-FIM
055400     ,  END-IF
055500     END-IF.
055600     MOVE PAGSORT-ORG               TO WS-ORG-ANT.
055700     MOVE PAGSORT-LOGO              TO WS-LOGO-ANT.
055800*
055900*----PAGAMENTO SEM CHAVE OU VALOR VALIDO: EXCECAO----------------*
056000     IF PAGSORT-ORG = ZEROS
056100     OR PAGSORT-CONTA = SPACES
056200     OR PAGSORT-VALOR-PAGTO NOT NUMERIC
056300     OR PAGSORT-VALOR-PAGTO = ZEROS
056400     ,  MOVE ZEROS                  TO WS-SALDO-BAIXADO
056500     ,                                 WS-NUM-EXECUCAO
056600     ,  MOVE 'PAGAMENTO COM DADOS INVALIDOS'
056700     ,                              TO EXC-MOTIVO
056800     ,  ADD 1                       TO WS-CONT-INVALIDOS
056900     ,  PERFORM GRAVA-EXCECAO       THRU GRAVA-EXCECAO-FIM
057000     ,  GO                          TO PROCESSA-LER
057100     END-IF.
057200*
057300*----NOVA CONTA: CONSULTA O HISTMST UMA VEZ SO-------------------*
057400     MOVE PAGSORT-ORG               TO WS-CONTA-ATU-ORG.
057500     MOVE PAGSORT-CONTA             TO WS-CONTA-ATU-CONTA.
057600     IF WS-CHAVE-CONTA-ATU NOT = WS-CHAVE-CONTA-ANT
057700     ,  PERFORM CONSULTA-HISTMST    THRU CONSULTA-HISTMST-FIM
057800     ,  MOVE WS-CHAVE-CONTA-ATU     TO WS-CHAVE-CONTA-ANT
057900     ,  MOVE ZEROS                  TO WS-PAGO-CONTA
058000     END-IF.
058100*
058200     IF NOT WS-CONTA-NO-HISTMST
058300     ,  MOVE 'CONTA NAO DESAVERBADA (HISTMST)'
058400     ,                              TO EXC-MOTIVO
058500     ,  ADD 1                       TO WS-CONT-NAO-LOCALIZ
058600     ,  PERFORM GRAVA-EXCECAO       THRU GRAVA-EXCECAO-FIM
058700     ,  GO                          TO PROCESSA-LER
058800     END-IF.
058900*
059000*----PAGAMENTOS ACUMULADOS DA CONTA NAO PODEM PASSAR DA BAIXA----*
059100     COMPUTE WS-PAGO-PROJETADO = WS-PAGO-CONTA
059200                               + PAGSORT-VALOR-PAGTO.
059300     IF WS-PAGO-PROJETADO > WS-SALDO-BAIXADO
059400     ,  MOVE 'PAGAMENTO SUPERIOR AO SALDO BAIXADO'
059500     ,                              TO EXC-MOTIVO
059600     ,  ADD 1                       TO WS-CONT-EXCEDENTES
059700     ,  PERFORM GRAVA-EXCECAO       THRU GRAVA-EXCECAO-FIM
059800     ,  GO                          TO PROCESSA-LER
059900     END-IF.
060000*
060100     PERFORM GRAVA-RECUPERACAO      THRU GRAVA-RECUPERACAO-FIM.
060200*
060300 PROCESSA-LER.
060400     PERFORM LER-PAGSORT            THRU LER-PAGSORT-FIM.
060500     IF WS-FIM-PAGSORT = 'S'
060600     AND WS-ORG-ANT NOT = ZEROS
060700     ,  PERFORM TOTALIZA-LOGO       THRU TOTALIZA-LOGO-FIM
060800     ,  PERFORM TOTALIZA-ORG        THRU TOTALIZA-ORG-FIM
060900     END-IF.
061000 PROCESSA-FIM. EXIT.
061100*------------FIM TRATAMENTO DE UM PAGAMENTO----------------------*
061200*--------CONSULTA DA CONTA NO MESTRE DE HISTORICO----------------*
061300 CONSULTA-HISTMST.
061400     MOVE 'N'                       TO WS-IND-HISTMST.
061500     MOVE ZEROS                     TO WS-SALDO-BAIXADO
061600                                       WS-NUM-EXECUCAO.
061700     MOVE PAGSORT-ORG               TO HISTMST-ORG.
061800     MOVE PAGSORT-CONTA             TO HISTMST-CONTA.
061900     MOVE 'RDHM'                    TO WS-ABEND-LOCATION.
062000     READ HISTMST.
062100     IF FS-HISTMST = '00'
062200     ,  MOVE 'S'                    TO WS-IND-HISTMST
062300     ,  MOVE HISTMST-SALDO-ULT-SELECAO
062400     ,                              TO WS-SALDO-BAIXADO
062500     ,  MOVE HISTMST-NUM-EXECUCAO   TO WS-NUM-EXECUCAO
062600     ELSE
062700     ,  IF FS-HISTMST NOT = '23'
062800     ,  ,  DISPLAY '*************************'
062900     ,  ,  DISPLAY '**    READ HISTMST     **'
063000     ,  ,  DISPLAY '** STATUS = ' FS-HISTMST
063100     ,  ,  DISPLAY '*************************'
063200     ,  ,  MOVE 'ERRO READ HISTM '  TO WS-ABENDMSG8
063300     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
063400     ,  END-IF
063500     END-IF.
063600 CONSULTA-HISTMST-FIM. EXIT.
063700*------FIM CONSULTA DA CONTA NO MESTRE DE HISTORICO--------------*
063800*--------PAGAMENTO ACEITO: RELATORIO E ACUMULACAO----------------*
063900 GRAVA-RECUPERACAO.
064000     ADD PAGSORT-VALOR-PAGTO        TO WS-PAGO-CONTA.
064100     MOVE PAGSORT-ORG               TO REC-ORG.
064200     MOVE PAGSORT-LOGO              TO REC-LOGO.
064300     MOVE PAGSORT-CONTA             TO REC-CONTA.
064400     MOVE WS-NUM-EXECUCAO           TO REC-EXECUCAO.
064500     MOVE PAGSORT-DATA-PAGTO        TO REC-DATA-PAGTO.
064600     MOVE PAGSORT-VALOR-PAGTO       TO REC-VALOR-PAGTO.
064700     MOVE WS-SALDO-BAIXADO          TO REC-SALDO-BAIXADO.
064800     COMPUTE REC-SALDO-RESTANTE = WS-SALDO-BAIXADO
064900                                - WS-PAGO-CONTA.
065000     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
065100*
065200     ADD 1                          TO WS-CONT-LANCADOS
065300                                       WS-LOGO-QTDE
065400                                       WS-ORG-QTDE
065500                                       WS-GER-QTDE.
065600     ADD PAGSORT-VALOR-PAGTO        TO WS-LOGO-VALOR
065700                                       WS-ORG-VALOR
065800                                       WS-GER-VALOR.
065900 GRAVA-RECUPERACAO-FIM. EXIT.
066000*------FIM PAGAMENTO ACEITO: RELATORIO E ACUMULACAO--------------*
066100*--------PAGAMENTO NAO LANCADO: LISTAGEM DE EXCECOES-------------*
066200 GRAVA-EXCECAO.
066300     MOVE PAGSORT-ORG               TO EXC-ORG.
066400     MOVE PAGSORT-LOGO              TO EXC-LOGO.
066500     MOVE PAGSORT-CONTA             TO EXC-CONTA.
066600     MOVE WS-NUM-EXECUCAO           TO EXC-EXECUCAO.
066700     MOVE PAGSORT-DATA-PAGTO        TO EXC-DATA-PAGTO.
066800     IF PAGSORT-VALOR-PAGTO NUMERIC
066900     ,  MOVE PAGSORT-VALOR-PAGTO    TO EXC-VALOR-PAGTO
067000     ,  ADD PAGSORT-VALOR-PAGTO     TO WS-VALOR-EXCECOES
067100     ELSE
067200     ,  MOVE ZEROS                  TO EXC-VALOR-PAGTO
067300     END-IF.
067400     MOVE WS-SALDO-BAIXADO          TO EXC-SALDO-BAIXADO.
067500*
067600     IF WS-CONT-LINHAS-EXC = 00
067700     ,  ADD 1                       TO WS-CONT-PAG-EXC
067800     ,  MOVE WS-CONT-PAG-EXC        TO WS-PAG
067900     ,  PERFORM MONTAR-CABECALHO-EXC
068000     ,          THRU MONTAR-CABECALHO-EXC-EXIT
068100     END-IF.
068200     WRITE EXCREC-LINHA        FROM EXCREC-CORPO.
068300     ADD 1                       TO WS-CONT-LINHAS-EXC.
068400     IF WS-CONT-LINHAS-EXC > 59
068500     ,  MOVE 0                      TO WS-CONT-LINHAS-EXC
068600     END-IF.
068700*
068800     IF WS-RETORNO-FINAL < 4
068900     ,  MOVE 4                      TO WS-RETORNO-FINAL
069000     END-IF.
069100 GRAVA-EXCECAO-FIM. EXIT.
069200*------FIM PAGAMENTO NAO LANCADO: LISTAGEM DE EXCECOES-----------*
069300*--------TOTAL DA LOGO NO RELATORIO------------------------------*
069400 TOTALIZA-LOGO.
069500     IF WS-LOGO-QTDE = ZEROS
069600     ,  GO                          TO TOTALIZA-LOGO-FIM
069700     END-IF.
069800     MOVE WS-ORG-ANT                TO RES-LOGO-ORG.
069900     MOVE WS-LOGO-ANT               TO RES-LOGO.
070000     MOVE WS-LOGO-QTDE              TO RES-LOGO-QTDE.
070100     MOVE WS-LOGO-VALOR             TO RES-LOGO-VALOR.
070200     WRITE RELREC-LINHA           FROM RESUMO-LOGO-LINHA.
070300     ADD 1                          TO WS-CONT-LINHAS.
070400     WRITE RELREC-LINHA           FROM TERCEIRA-LINHA.
070500     ADD 1                          TO WS-CONT-LINHAS.
070600     MOVE ZEROS                     TO WS-LOGO-QTDE
070700                                       WS-LOGO-VALOR.
070800 TOTALIZA-LOGO-FIM. EXIT.
070900*------FIM TOTAL DA LOGO NO RELATORIO----------------------------*
071000*----TOTAL DA ORG E PAR D/C BALANCEADO DA RECUPERACAO DA ORG-----*
071100 TOTALIZA-ORG.
071200     IF WS-ORG-QTDE = ZEROS
071300     ,  GO                          TO TOTALIZA-ORG-FIM
071400     END-IF.
071500     MOVE WS-ORG-ANT                TO RES-ORG.
071600     MOVE WS-ORG-QTDE               TO RES-ORG-QTDE.
071700     MOVE WS-ORG-VALOR              TO RES-ORG-VALOR.
071800     WRITE RELREC-LINHA           FROM RESUMO-ORG-LINHA.
071900     WRITE RELREC-LINHA           FROM TERCEIRA-LINHA.
072000     MOVE 0                         TO WS-CONT-LINHAS.
072100*
072200     MOVE 'GRRD'                    TO WS-ABEND-LOCATION.
072300     MOVE WS-ORG-ANT                TO CONTAB-D-ORG.
072400     MOVE WS-ORG-VALOR              TO CONTAB-D-VALOR.
072500     MOVE WS-ORG-QTDE               TO CONTAB-D-QTDE-CONTAS.
072600     MOVE WS-DATA-JULIANA           TO CONTAB-D-DATA-JULIANA.
072700     MOVE 'D'                       TO CONTAB-D-NATUREZA.
072800     WRITE RECCNT-REGISTRO        FROM CONTAB-DETALHE.
072900     ADD 1                          TO WS-CONTAB-QTDE-DET.
073000     ADD CONTAB-D-VALOR             TO WS-CONTAB-HASH.
073100     MOVE 'C'                       TO CONTAB-D-NATUREZA.
073200     WRITE RECCNT-REGISTRO        FROM CONTAB-DETALHE.
073300     ADD 1                          TO WS-CONTAB-QTDE-DET.
073400     ADD CONTAB-D-VALOR             TO WS-CONTAB-HASH.
073500*
073600     MOVE ZEROS                     TO WS-ORG-QTDE
073700                                       WS-ORG-VALOR.
073800 TOTALIZA-ORG-FIM. EXIT.
073900*--FIM TOTAL DA ORG E PAR D/C BALANCEADO DA RECUPERACAO DA ORG---*
074000*----------------------MONTAGEM DO RELATORIO---------------------*
074100 IMPRIME-LINHA.
074200     IF WS-CONT-LINHAS = 00
074300     ,  ADD 1                       TO WS-CONT-PAG
074400     ,  MOVE WS-CONT-PAG            TO WS-PAG
074500     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
074600     END-IF.
074700*
074800     WRITE RELREC-LINHA        FROM RELREC-CORPO.
074900     ADD 1                       TO WS-CONT-LINHAS.
075000*
075100     IF WS-CONT-LINHAS > 59
075200     ,  MOVE 0                      TO WS-CONT-LINHAS
075300     END-IF.
075400 IMPRIME-LINHA-FIM. EXIT.
075500*----------------------MONTAGEM DO CABECALHO---------------------*
075600 MONTAR-CABECALHO.
075700*-------
075800*MONTAGEM DA DATA DO CABECALHO
075900*-------
076000     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
076100     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
076200     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
076300     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
076400*
076500     WRITE RELREC-LINHA FROM PRIMEIRA-LINHA.
076600     ADD 1               TO WS-CONT-LINHAS.
076700*
076800     WRITE RELREC-LINHA FROM SEGUNDA-LINHA.
076900     ADD 1               TO WS-CONT-LINHAS.
077000*
077100     WRITE RELREC-LINHA FROM TERCEIRA-LINHA.
077200     ADD 1               TO WS-CONT-LINHAS.
077300*
077400     WRITE RELREC-LINHA FROM QUARTA-LINHA.
077500     ADD 1               TO WS-CONT-LINHAS.
077600*
077700     WRITE RELREC-LINHA FROM TERCEIRA-LINHA.
077800     ADD 1               TO WS-CONT-LINHAS.
077900*
078000 MONTAR-CABECALHO-EXIT. EXIT.
078100*------------------FIM MONTAGEM DO CABECALHO---------------------*
078200*--------------MONTAGEM DO CABECALHO DAS EXCECOES----------------*
078300 MONTAR-CABECALHO-EXC.
078400     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
078500     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
078600     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
078700     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
078800*
078900     WRITE EXCREC-LINHA FROM PRIMEIRA-LINHA.
079000     ADD 1               TO WS-CONT-LINHAS-EXC.
079100*
079200     WRITE EXCREC-LINHA FROM SEGUNDA-LINHA-EXC.
079300     ADD 1               TO WS-CONT-LINHAS-EXC.
079400*
079500     WRITE EXCREC-LINHA FROM TERCEIRA-LINHA.
079600     ADD 1               TO WS-CONT-LINHAS-EXC.
079700*
079800     WRITE EXCREC-LINHA FROM QUARTA-LINHA-EXC.
079900     ADD 1               TO WS-CONT-LINHAS-EXC.
080000*
080100     WRITE EXCREC-LINHA FROM TERCEIRA-LINHA.
080200     ADD 1               TO WS-CONT-LINHAS-EXC.
080300*
080400 MONTAR-CABECALHO-EXC-EXIT. EXIT.
080500*------------FIM MONTAGEM DO CABECALHO DAS EXCECOES--------------*
080600*----------------IMPRESSAO DOS TOTAIS GERAIS---------------------*
080700 IMPRIME-TOTAIS.
080800     MOVE WS-GER-QTDE               TO RES-GER-QTDE.
080900     MOVE WS-GER-VALOR              TO RES-GER-VALOR.
081000     MOVE WS-CONT-LIDOS             TO WS-TOT-LIDOS.
081100     MOVE WS-CONT-LANCADOS          TO WS-TOT-LANCADOS.
081200     MOVE WS-CONT-NAO-LOCALIZ       TO WS-TOT-NAO-LOCALIZ.
081300     MOVE WS-CONT-EXCEDENTES        TO WS-TOT-EXCEDENTES.
081400     MOVE WS-CONT-INVALIDOS         TO WS-TOT-INVALIDOS.
081500     MOVE WS-VALOR-EXCECOES         TO WS-TOT-VALOR-EXC.
081600     MOVE WS-RETORNO-FINAL          TO WS-RES-RETORNO.
081700*
081800     IF WS-CONT-PAG = ZEROS
081900     ,  ADD 1                       TO WS-CONT-PAG
082000     ,  MOVE WS-CONT-PAG            TO WS-PAG
082100     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
082200     END-IF.
082300     WRITE RELREC-LINHA FROM TERCEIRA-LINHA.
082400     WRITE RELREC-LINHA FROM RESUMO-GERAL-LINHA.
082500     WRITE RELREC-LINHA FROM TERCEIRA-LINHA.
082600     WRITE RELREC-LINHA FROM WS-IMPRIME-LIDOS.
082700     WRITE RELREC-LINHA FROM WS-IMPRIME-LANCADOS.
082800     WRITE RELREC-LINHA FROM WS-IMPRIME-NAO-LOCALIZ.
082900     WRITE RELREC-LINHA FROM WS-IMPRIME-EXCEDENTES.
083000     WRITE RELREC-LINHA FROM WS-IMPRIME-INVALIDOS.
083100     WRITE RELREC-LINHA FROM WS-IMPRIME-VALOR-EXC.
083200     WRITE RELREC-LINHA FROM WS-IMPRIME-RES-RETORNO.
083300*
083400     MOVE 'GRRT'                    TO WS-ABEND-LOCATION.
083500     MOVE WS-CONTAB-QTDE-DET        TO CONTAB-T-QTDE.
083600     MOVE WS-CONTAB-HASH            TO CONTAB-T-HASH.
083700     WRITE RECCNT-REGISTRO        FROM CONTAB-TRAILER.
083800 IMPRIME-TOTAIS-FIM. EXIT.
083900*--------------FIM IMPRESSAO DOS TOTAIS GERAIS-------------------*
084000*------------------FECHAMENTO DE ARQUIVOS
084100 FECHAR-ARQUIVOS.
084200     MOVE 'CLCR'                    TO WS-ABEND-LOCATION.
084300     SET AMCRRB-CLOSE               TO TRUE.
084400     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
084500*
084600     MOVE 'CLPS'                    TO WS-ABEND-LOCATION.
084700     CLOSE PAGSORT.
084800     IF FS-PAGSORT NOT EQUAL '00'
084900        DISPLAY '##ERRO FECHAR ARQUIVO PAGSORT: ' FS-PAGSORT
085000        MOVE 'ERRO CLOSE PAGS '   TO WS-ABENDMSG8
085100        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
085200     END-IF.
085300*
085400     CLOSE HISTMST.
085500     IF FS-HISTMST NOT EQUAL '00'
085600        DISPLAY '##ERRO FECHAR ARQUIVO HISTMST: ' FS-HISTMST
085700        MOVE 'ERRO CLOSE HISTM'   TO WS-ABENDMSG8
085800        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
085900     END-IF.
086000*
086100     CLOSE RELREC.
086200     IF FS-RELREC NOT EQUAL '00'
086300        DISPLAY '##ERRO FECHAR ARQUIVO RELREC: ' FS-RELREC
086400        MOVE 'ERRO CLOSE RELRC'   TO WS-ABENDMSG8
086500        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
086600     END-IF.
086700*
086800     CLOSE EXCREC.
086900     IF FS-EXCREC NOT EQUAL '00'
087000        DISPLAY '##ERRO FECHAR ARQUIVO EXCREC: ' FS-EXCREC
087100        MOVE 'ERRO CLOSE EXCRC'   TO WS-ABENDMSG8
087200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
087300     END-IF.
087400*
087500     CLOSE RECCNT.
087600     IF FS-RECCNT NOT EQUAL '00'
087700        DISPLAY '##ERRO FECHAR ARQUIVO RECCNT: ' FS-RECCNT
087800        MOVE 'ERRO CLOSE RECCN'   TO WS-ABENDMSG8
087900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
088000     END-IF.
088100 FECHAR-ARQUIVOS-FIM. EXIT.
088200*------------------FIM DO FECHAMENTO DE ARQUIVOS
088300*================================================================*
088400*    BOOKS DE PROCEDURE UTILIZADOS                               *
088500*================================================================*
088600     COPY CCS502.
088700     COPY UUGJRNP.
088800     COPY AMCRPD.
