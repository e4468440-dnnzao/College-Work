001342*  EXECUCAO VEM DO REGISTRO DE CONTROLE DO PROPRIO MESTRE        *
001344*  (CHAVE ORG 000 / CONTA BRANCOS), REGRAVADO A CADA CICLO.      *
001350*  A CONSULTA AVULSA DE UMA CONTA E FEITA PELO UUGPB913.         *
001360*  CADA WRITE/REWRITE/DELETE NO MESTRE GRAVA ANTES A IMAGEM      *
001370*  ANTERIOR DA CONTA NO JORNAL HISTANT (BOOK UUGHAN), USADO      *
001380*  PELO ESTORNO DE CICLO (UUGPB920).                             *
001382*  AS ORGS RETIDAS PARA APROVACAO (ALCADA) NAO TEM SELHIST NO    *
001384*  CICLO: ENQUANTO A ORG ESTIVER PENDENTE NO MESTRE DE APROVACAO *
001386*  (APRMST) OU NO APRPEN, AS CONTAS DELA NO MESTRE NAO SAO       *
001388*  TRATADAS COMO RESOLVIDAS E FICAM COMO ESTAO.                  *
001390*  QUANDO A SELECAO LIBERADA DEPOIS PELO UUGPB926 ENTRA JUNTO    *
001392*  COM A DO CICLO SEGUINTE, A CONTA REPETIDA FICA SO COM A       *
001394*  SELECAO MAIS RECENTE (A PRIMEIRA SELECAO VEM DA MAIS ANTIGA). *
001400*  QUEBRA: NAO HA                                                *
001500*  CLASSIFICACAO: ORG E CONTA (A SELECAO DO CICLO E              *
001600*                 CLASSIFICADA INTERNAMENTE, COM A DATA DA       *
001650*                 SELECAO NA CONTA)                              *
001700*  TOTALIZADORES: CONTAS NOVAS, RECORRENTES E RESOLVIDAS DO      *
001800*                 CICLO E RESUMO POR LOGO.                       *
001900*----------------------------------------------------------------*
004510*
004520     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
004530            FILE STATUS          IS FS-RUNJRNL.
004540*
004550     SELECT HISTANT   ASSIGN      TO HISTANT
004560            FILE STATUS          IS FS-HISTANT.
004570*
004572     SELECT APRMST    ASSIGN      TO APRMST
004574            FILE STATUS          IS FS-APRMST.
004576*
004578     SELECT APRPEN    ASSIGN      TO APRPEN
004580            FILE STATUS          IS FS-APRPEN.
004600*================================================================*
004700 DATA DIVISION.
004800*================================================================*
004900 FILE SECTION.
005000
005100 FD SELHIST
005200     RECORD CONTAINS 069 CHARACTERS
005300     BLOCK CONTAINS 0 RECORDS
005400     RECORDING MODE F.
005500 01 SELHIST-REGISTRO.
005900    03 SELHIST-CPF-CLIENTE   PIC  X(011).
006000    03 SELHIST-SALDO-CONTA   PIC  9(011)V99.
006100    03 SELHIST-DATA-SELECAO  PIC  9(008).
006110    03 SELHIST-DIAS-ATRASO   PIC  9(005).
006120    03 SELHIST-DATA-VENCIMENTO
006130                             PIC  9(007).
006200
006300 FD SELSORT
006400     RECORD CONTAINS 069 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     RECORDING MODE F.
006700 01 SELSORT-REGISTRO        PIC  X(069).
007400
007500 SD CLASSIF.
007600 01 CLASSIF-REGISTRO.
007700    03 CLASSIF-ORG           PIC  9(003).
007800    03 CLASSIF-LOGO          PIC  9(003).
007900    03 CLASSIF-CONTA         PIC  X(019).
008000    03 CLASSIF-CPF-SALDO     PIC  X(024).
008010    03 CLASSIF-DT-SEL-DD     PIC  9(002).
008020    03 CLASSIF-DT-SEL-MM     PIC  9(002).
008030    03 CLASSIF-DT-SEL-AAAA   PIC  9(004).
008040    03 CLASSIF-RESTO         PIC  X(012).
008100
008200 FD HISTMST
008300     RECORD CONTAINS 080 CHARACTERS
012440     BLOCK CONTAINS 0 RECORDS
012450     RECORDING MODE F.
012460     COPY UUGJRN.
012470
012472 FD HISTANT
012473     RECORD CONTAINS 100 CHARACTERS
012474     BLOCK CONTAINS 0 RECORDS
012475     RECORDING MODE F.
012476     COPY UUGHAN.
012477
012478 FD APRMST
012479     RECORD CONTAINS 120 CHARACTERS
012480     BLOCK CONTAINS 0 RECORDS
012481     RECORDING MODE F.
012482 01 APRMST-REGISTRO        PIC X(120).
012483
012484 FD APRPEN
012485     RECORD CONTAINS 120 CHARACTERS
012486     BLOCK CONTAINS 0 RECORDS
012487     RECORDING MODE F.
012488 01 APRPEN-ENTRADA         PIC X(120).
012500*----------------------------------------------------------------*
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------------*
020620       05 FILLER                  PIC X(028) VALUE
020630       'MANTIDAS FORA DO FILTRO...: '.
020640       05 WS-TOT-PRESERVADAS      PIC Z.ZZZ.ZZ9.
020650    03 WS-IMPRIME-RETIDAS-APR.
020660       05 FILLER                  PIC X(028) VALUE
020670       'MANTIDAS ORG EM APROVACAO.: '.
020680       05 WS-TOT-RETIDAS-APR      PIC Z.ZZZ.ZZ9.
020684    03 WS-IMPRIME-REPETIDAS.
020688       05 FILLER                  PIC X(028) VALUE
020692       'SELECOES REPETIDAS IGNOR..: '.
020696       05 WS-TOT-REPETIDAS        PIC Z.ZZZ.ZZ9.
020700    03 WS-IMPRIME-EXECUCAO.
020800       05 FILLER                  PIC X(028) VALUE
020900       'NUMERO DA EXECUCAO........: '.
021900    03 FS-SELSORT               PIC X(002) VALUE '00'.
022000    03 FS-HISTMST               PIC X(002) VALUE '00'.
022200    03 FS-DELTA                 PIC X(002) VALUE '00'.
022210    03 FS-HISTANT               PIC X(002) VALUE '00'.
022212    03 FS-APRMST                PIC X(002) VALUE '00'.
022214    03 FS-APRPEN                PIC X(002) VALUE '00'.
022220    03 WS-DATA-CICLO            PIC 9(008) VALUE ZEROS.
022230    03 WS-DATA-PRIM-GRUPO       PIC 9(008) VALUE ZEROS.
022240    03 WS-DATA-CICLO-INV        PIC 9(008) VALUE ZEROS.
022250    03 WS-DATA-SEL-INV.
022260       05 WS-DATA-SEL-INV-AAAA  PIC 9(004) VALUE ZEROS.
022270       05 WS-DATA-SEL-INV-MM    PIC 9(002) VALUE ZEROS.
022280       05 WS-DATA-SEL-INV-DD    PIC 9(002) VALUE ZEROS.
022300*
022310*----COPIA DO REGISTRO CORRENTE DO MESTRE: O BUFFER DO ARQUIVO---*
022320*----E REUTILIZADO PELO WRITE DAS CONTAS NOVAS-------------------*
023150    03 WS-FILTRO-LOGO-FIM       PIC 9(003) VALUE 999.
023160    03 WS-IND-NO-FILTRO         PIC X(001) VALUE 'S'.
023170       88 WS-REG-NO-FILTRO           VALUE 'S'.
023180    03 WS-QTDE-ORG-RETIDA       PIC 9(003) VALUE ZEROS.
023190    03 WS-ORIGEM-APR            PIC X(001) VALUE SPACES.
023192       88 WS-LENDO-APRMST             VALUE 'M'.
023194       88 WS-LENDO-APRPEN             VALUE 'P'.
023196    03 WS-FIM-SELSORT           PIC X(001) VALUE 'N'.
023198       88 WS-SELSORT-ESGOTADO         VALUE 'S'.
023300*
023400 01 CONTADORES.
023500    03 WS-CONT-NOVAS            PIC 9(007) VALUE ZEROS.
023600    03 WS-CONT-RECORRENTES      PIC 9(007) VALUE ZEROS.
023700    03 WS-CONT-RESOLVIDAS       PIC 9(007) VALUE ZEROS.
023710    03 WS-CONT-PRESERVADAS      PIC 9(007) VALUE ZEROS.
023720    03 WS-CONT-RETIDAS-APR      PIC 9(007) VALUE ZEROS.
023730    03 WS-CONT-REPETIDAS        PIC 9(007) VALUE ZEROS.
023800    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
023900    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
024000*
024900    03 WS-LOGO-RESUMO           PIC 9(003) VALUE ZEROS.
025000    03 WS-ACHOU-RESUMO          PIC X(001) VALUE 'N'.
025100       88 WS-ACHOU-NO-RESUMO       VALUE 'S'.
025110*
025120*------ORGS PENDENTES DE APROVACAO (INDICE = NUMERO DA ORG)------*
025130 01 TABELA-ORG-RETIDA.
025140    03 WS-ORG-RETIDA            PIC X(001) OCCURS 999 TIMES.
025150       88 WS-ORG-EM-APROVACAO         VALUE 'S'.
025160*
025170*------REGISTRO DAS PENDENCIAS DE APROVACAO (APRMST E APRPEN)----*
025180     COPY UUGAPR.
025181*----SELECAO CORRENTE E PROXIMA SELECAO LIDA DO SELSORT----------*
025182 01 SELSORT-ATUAL.
025183    03 SELSORT-ORG              PIC 9(003).
025184    03 SELSORT-LOGO             PIC 9(003).
025185    03 SELSORT-CONTA            PIC X(019).
025186    03 SELSORT-CPF-CLIENTE      PIC X(011).
025187    03 SELSORT-SALDO-CONTA      PIC 9(011)V99.
025188    03 SELSORT-DATA-SELECAO     PIC 9(008).
025189    03 SELSORT-DT-SEL-R REDEFINES SELSORT-DATA-SELECAO.
025190       05 SELSORT-DT-SEL-DD     PIC 9(002).
025191       05 SELSORT-DT-SEL-MM     PIC 9(002).
025192       05 SELSORT-DT-SEL-AAAA   PIC 9(004).
025193    03 SELSORT-DIAS-ATRASO      PIC 9(005).
025194    03 SELSORT-DATA-VENCIMENTO  PIC 9(007).
025195 01 SELSORT-PROXIMO.
025196    03 SELPRX-ORG               PIC 9(003).
025197    03 FILLER                   PIC X(003).
025198    03 SELPRX-CONTA             PIC X(019).
025199    03 FILLER                   PIC X(044).
025200*----------------------------------------------------------------*
025300* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
025400*----------------------------------------------------------------*
029400     DISPLAY WS-IMPRIME-NOVAS.
029500     DISPLAY WS-IMPRIME-RECORRENTES.
029600     DISPLAY WS-IMPRIME-RESOLVIDAS.
029610     DISPLAY WS-IMPRIME-REPETIDAS.
029700*
029710     MOVE 'UUGPB912'                 TO RUNJRN-WS-PROGRAMA.
029720     COMPUTE RUNJRN-WS-ENTRADA = WS-CONT-NOVAS
030400     MOVE 'SRTS'                     TO WS-ABEND-LOCATION.
030500     SORT CLASSIF ON ASCENDING KEY CLASSIF-ORG
030600                                   CLASSIF-CONTA
030610                                   CLASSIF-DT-SEL-AAAA
030620                                   CLASSIF-DT-SEL-MM
030630                                   CLASSIF-DT-SEL-DD
030700          USING  SELHIST
030800          GIVING SELSORT.
030900 CLASSIFICA-SELECAO-FIM. EXIT.
032300     ,  MOVE 'ERRO OPEN SELS  '   TO WS-ABENDMSG8
032400     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
032500     END-IF.
032510     PERFORM LER-PROXIMA-SELSORT    THRU LER-PROXIMA-SELSORT-FIM.
032600*
032700     MOVE 'OPHM'              TO WS-ABEND-LOCATION.
032800     OPEN I-O HISTMST.
036200     ,  MOVE 'ERRO OPEN DELTA '   TO WS-ABENDMSG8
036300     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
036400     END-IF.
036410*
036420*----JORNAL DE IMAGENS ANTERIORES: ACUMULA OS CICLOS-------------*
036430     MOVE 'OPHA'              TO WS-ABEND-LOCATION.
036440     OPEN EXTEND HISTANT.
036450     IF FS-HISTANT = '35'
036460     ,  OPEN OUTPUT HISTANT
036470     END-IF.
036480     IF FS-HISTANT NOT EQUAL '00'
036482     ,  DISPLAY '**************************'
036484     ,  DISPLAY '**************************'
036486     ,  DISPLAY '** OPEN ERROR HISTANT    **'
036488     ,  DISPLAY '** STATUS = ' FS-HISTANT
036490     ,  DISPLAY '**************************'
036492     ,  DISPLAY '**************************'
036494     ,  MOVE 'ERRO OPEN HISTA '   TO WS-ABENDMSG8
036496     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
036498     END-IF.
036500*
036502*----ORGS RETIDAS PARA APROVACAO: MESTRE DO UUGPB926 E RETENCOES-*
036504*----AINDA NAO LIDAS POR ELE; OS DOIS SAO OPCIONAIS--------------*
036506     MOVE ALL 'N'             TO TABELA-ORG-RETIDA.
036508     PERFORM CARREGA-ORG-RETIDA
036510             THRU CARREGA-ORG-RETIDA-FIM.
036600 ABRIR-ARQUIVOS-FIM. EXIT.
036700*------------------FIM DA ABERTURA DOS ARQUIVOS
036710*----LEITURA DO REGISTRO DE CONTROLE DO MESTRE (ORG 000) E-------*
037080 LER-CONTROLE-EXECUCAO-FIM. EXIT.
037090*--FIM LEITURA DO REGISTRO DE CONTROLE DO MESTRE-----------------*
036800*--------------LEITURA DA SELECAO CLASSIFICADA-------------------*
036810*----A CONTA QUE VEM EM MAIS DE UMA SELECAO (ORG RETIDA LIBERADA-*
036820*----PELO UUGPB926 JUNTO COM O CICLO SEGUINTE) FICA SO COM A-----*
036830*----ULTIMA (O SELSORT ESTA EM ORDEM DE DATA NA CONTA)-----------*
036900 LER-SELSORT.
037000     IF WS-SELSORT-ESGOTADO
037100     ,  MOVE HIGH-VALUES            TO WS-CHAVE-SELECAO
037200     ,  GO                          TO LER-SELSORT-FIM
037300     END-IF.
037400     MOVE SELSORT-PROXIMO           TO SELSORT-ATUAL.
037450     MOVE SELSORT-DATA-SELECAO      TO WS-DATA-PRIM-GRUPO.
037500     PERFORM LER-PROXIMA-SELSORT    THRU LER-PROXIMA-SELSORT-FIM.
037600     PERFORM DESCARTA-REPETIDA      THRU DESCARTA-REPETIDA-FIM
037700             UNTIL WS-SELSORT-ESGOTADO
037800             OR    SELPRX-ORG   NOT = SELSORT-ORG
037900             OR    SELPRX-CONTA NOT = SELSORT-CONTA.
038000     MOVE SELSORT-ORG               TO WS-CHAVE-SEL-ORG.
038100     MOVE SELSORT-CONTA             TO WS-CHAVE-SEL-CONTA.
038200*----DATA DO CICLO = A MAIS RECENTE ENTRE AS SELECOES LIDAS------*
038300     MOVE SELSORT-DT-SEL-AAAA       TO WS-DATA-SEL-INV-AAAA.
038400     MOVE SELSORT-DT-SEL-MM         TO WS-DATA-SEL-INV-MM.
038500     MOVE SELSORT-DT-SEL-DD         TO WS-DATA-SEL-INV-DD.
038600     IF WS-DATA-SEL-INV > WS-DATA-CICLO-INV
038650     ,  MOVE WS-DATA-SEL-INV        TO WS-DATA-CICLO-INV
038700     ,  MOVE SELSORT-DATA-SELECAO   TO WS-DATA-CICLO
038750     END-IF.
038800 LER-SELSORT-FIM. EXIT.
038805*
038810 DESCARTA-REPETIDA.
038815     ADD 1                          TO WS-CONT-REPETIDAS.
038820     MOVE SELSORT-PROXIMO           TO SELSORT-ATUAL.
038825     PERFORM LER-PROXIMA-SELSORT    THRU LER-PROXIMA-SELSORT-FIM.
038830 DESCARTA-REPETIDA-FIM. EXIT.
038835*
038840 LER-PROXIMA-SELSORT.
038845     MOVE 'RDSS'                    TO WS-ABEND-LOCATION.
038850     READ SELSORT                 INTO SELSORT-PROXIMO.
038855     IF FS-SELSORT NOT = ZEROS
038860     ,  IF FS-SELSORT NOT = 10
038862     ,  ,  DISPLAY '*************************'
038864     ,  ,  DISPLAY '**    READ SELSORT     **'
038866     ,  ,  DISPLAY '** STATUS = ' FS-SELSORT
038868     ,  ,  DISPLAY '*************************'
038870     ,  ,  MOVE 'ERRO READ SELS  '  TO WS-ABENDMSG8
038872     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
038874     ,  END-IF
038876     ,  MOVE 'S'                    TO WS-FIM-SELSORT
038878     END-IF.
038880 LER-PROXIMA-SELSORT-FIM. EXIT.
038900*------------FIM LEITURA DA SELECAO CLASSIFICADA-----------------*
039000*------LEITURA SEQUENCIAL DO MESTRE DE HISTORICO INDEXADO--------*
039100 LER-HISTMST.
043800     ,  ADD 1                       TO HISTMST-QTDE-CICLOS
043900     END-IF.
043910     MOVE HISTMST-QTDE-CICLOS       TO WS-CICLOS-AUX.
043920     MOVE 'A'                       TO HISTANT-OPERACAO.
043930     MOVE MESTRE-GUARDADO           TO HISTANT-IMAGEM.
043940     PERFORM GRAVA-IMAGEM-ANTERIOR
043945             THRU GRAVA-IMAGEM-ANTERIOR-FIM.
044000     MOVE 'RWHM'                    TO WS-ABEND-LOCATION.
044100     REWRITE HISTMST-REGISTRO.
044110     IF FS-HISTMST NOT = '00'
046700     MOVE SELSORT-CONTA             TO HISTMST-CONTA.
046800     MOVE SELSORT-LOGO              TO HISTMST-LOGO.
046900     MOVE SELSORT-CPF-CLIENTE       TO HISTMST-CPF-CLIENTE.
047000     MOVE WS-DATA-PRIM-GRUPO        TO HISTMST-DATA-PRIM-SELECAO.
047100     MOVE SELSORT-DATA-SELECAO      TO HISTMST-DATA-ULT-SELECAO.
047200     MOVE SELSORT-SALDO-CONTA       TO HISTMST-SALDO-ULT-SELECAO.
047300     MOVE WS-NUM-EXECUCAO           TO HISTMST-NUM-EXECUCAO.
047400     MOVE 1                         TO HISTMST-QTDE-CICLOS.
047500     MOVE SPACES                    TO HISTMST-REGISTRO(74:7).
047510     MOVE 'I'                       TO HISTANT-OPERACAO.
047520     MOVE HISTMST-REGISTRO          TO HISTANT-IMAGEM.
047530     PERFORM GRAVA-IMAGEM-ANTERIOR
047535             THRU GRAVA-IMAGEM-ANTERIOR-FIM.
047600     MOVE 'GRHM'                    TO WS-ABEND-LOCATION.
047700     WRITE HISTMST-REGISTRO.
047710     IF FS-HISTMST NOT = '00'
049400 TRATA-NOVA-FIM. EXIT.
049500*--------FIM CONTA APENAS NO CICLO: NOVA NO MESTRE---------------*
049600*-------CONTA APENAS NO MESTRE: RESOLVIDA NESTE CICLO------------*
049650*----ORG RETIDA PARA APROVACAO: A SELECAO DELA NAO VEIO NO CICLO-*
049700 TRATA-RESOLVIDA.
049701     IF WS-ORG-EM-APROVACAO(MES-ORG)
049702     ,  ADD 1                       TO WS-CONT-RETIDAS-APR
049703     ,  GO                          TO TRATA-RESOLVIDA-FIM
049704     END-IF.
049705*----CONTA FORA DO FILTRO DE REPROCESSAMENTO: APENAS PRESERVA----*
049710     IF WS-COM-FILTRO
049715     ,  PERFORM VERIFICA-FILTRO-MESTRE
049750     ,  ,  GO                       TO TRATA-RESOLVIDA-FIM
049755     ,  END-IF
049760     END-IF.
049761     PERFORM JORNALIZA-EXCLUSAO THRU JORNALIZA-EXCLUSAO-FIM.
049762*----RETIRA A CONTA RESOLVIDA DO MESTRE INDEXADO-----------------*
049764     MOVE MES-ORG                   TO HISTMST-ORG.
049766     MOVE MES-CONTA                 TO HISTMST-CONTA.
059610     IF WS-COM-FILTRO
059620     ,  WRITE DELTA-LINHA FROM WS-IMPRIME-PRESERVADAS
059630     END-IF.
059640     IF WS-QTDE-ORG-RETIDA > ZEROS
059650     ,  MOVE WS-CONT-RETIDAS-APR   TO WS-TOT-RETIDAS-APR
059660     ,  WRITE DELTA-LINHA FROM WS-IMPRIME-RETIDAS-APR
059670     END-IF.
059672     MOVE WS-CONT-REPETIDAS        TO WS-TOT-REPETIDAS.
059674     IF WS-CONT-REPETIDAS > ZEROS
059676     ,  WRITE DELTA-LINHA FROM WS-IMPRIME-REPETIDAS
059678     END-IF.
059700*
059800     WRITE DELTA-LINHA FROM TERCEIRA-LINHA.
059900     WRITE DELTA-LINHA FROM WS-IMPRIME-RESUMO-TITULO.
064100        MOVE 'ERRO CLOSE DELTA'   TO WS-ABENDMSG8
064200        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
064300     END-IF.
064310*
064320     CLOSE HISTANT.
064330     IF FS-HISTANT NOT EQUAL '00'
064340        DISPLAY '##ERRO FECHAR ARQUIVO HISTANT: ' FS-HISTANT
064350        MOVE 'ERRO CLOSE HISTA'   TO WS-ABENDMSG8
064360        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
064370     END-IF.
064400 FECHAR-ARQUIVOS-FIM. EXIT.
064500*------------------FIM DO FECHAMENTO DE ARQUIVOS
064503*--------CARGA DAS ORGS PENDENTES DE APROVACAO (RESUMO TIPO A)---*
064506 CARREGA-ORG-RETIDA.
064509     MOVE 'OPAM'                    TO WS-ABEND-LOCATION.
064512     OPEN INPUT APRMST.
064515     IF FS-APRMST NOT = '35'
064518     ,  IF FS-APRMST NOT EQUAL '00'
064521     ,  ,  DISPLAY '**************************'
064524     ,  ,  DISPLAY '**************************'
064527     ,  ,  DISPLAY '** OPEN ERROR APRMST     **'
064530     ,  ,  DISPLAY '** STATUS = ' FS-APRMST
064533     ,  ,  DISPLAY '**************************'
064536     ,  ,  DISPLAY '**************************'
064539     ,  ,  MOVE 'ERRO OPEN APRMS '  TO WS-ABENDMSG8
064542     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
064545     ,  END-IF
064548     ,  SET WS-LENDO-APRMST         TO TRUE
064551     ,  PERFORM LER-APRMST          THRU LER-APRMST-FIM
064554     ,  PERFORM MARCA-ORG-RETIDA    THRU MARCA-ORG-RETIDA-FIM
064557     ,          UNTIL FS-APRMST = '10'
064560     ,  CLOSE APRMST
064563     END-IF.
064566*
064569     MOVE 'OPAP'                    TO WS-ABEND-LOCATION.
064572     OPEN INPUT APRPEN.
064575     IF FS-APRPEN NOT = '35'
064578     ,  IF FS-APRPEN NOT EQUAL '00'
064581     ,  ,  DISPLAY '**************************'
064584     ,  ,  DISPLAY '**************************'
064587     ,  ,  DISPLAY '** OPEN ERROR APRPEN     **'
064590     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
064593     ,  ,  DISPLAY '**************************'
064596     ,  ,  DISPLAY '**************************'
064599     ,  ,  MOVE 'ERRO OPEN APRPE '  TO WS-ABENDMSG8
064602     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
064605     ,  END-IF
064608     ,  SET WS-LENDO-APRPEN         TO TRUE
064611     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
064614     ,  PERFORM MARCA-ORG-RETIDA    THRU MARCA-ORG-RETIDA-FIM
064617     ,          UNTIL FS-APRPEN = '10'
064620     ,  CLOSE APRPEN
064623     END-IF.
064626 CARREGA-ORG-RETIDA-FIM. EXIT.
064629*
064632 MARCA-ORG-RETIDA.
064635     IF APRPEN-RESUMO
064638     AND APRPEN-PENDENTE
064641     AND APRPEN-ORG > ZEROS
064644     ,  IF NOT WS-ORG-EM-APROVACAO(APRPEN-ORG)
064647     ,  ,  MOVE 'S'            TO WS-ORG-RETIDA(APRPEN-ORG)
064650     ,  ,  ADD 1                    TO WS-QTDE-ORG-RETIDA
064653     ,  END-IF
064656     END-IF.
064659     IF WS-LENDO-APRMST
064662     ,  PERFORM LER-APRMST          THRU LER-APRMST-FIM
064665     ELSE
064668     ,  PERFORM LER-APRPEN          THRU LER-APRPEN-FIM
064671     END-IF.
064674 MARCA-ORG-RETIDA-FIM. EXIT.
064677*
064680 LER-APRMST.
064683     MOVE 'RDAM'                    TO WS-ABEND-LOCATION.
064686     READ APRMST                  INTO APRPEN-REGISTRO.
064689     IF FS-APRMST NOT = ZEROS
064692     ,  IF FS-APRMST NOT = 10
064695     ,  ,  DISPLAY '*************************'
064698     ,  ,  DISPLAY '**    READ APRMST      **'
064701     ,  ,  DISPLAY '** STATUS = ' FS-APRMST
064704     ,  ,  DISPLAY '*************************'
064707     ,  ,  MOVE 'ERRO READ APRMS '  TO WS-ABENDMSG8
064710     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
064713     ,  END-IF
064716     END-IF.
064719 LER-APRMST-FIM. EXIT.
064722*
064725 LER-APRPEN.
064728     MOVE 'RDAP'                    TO WS-ABEND-LOCATION.
064731     READ APRPEN                  INTO APRPEN-REGISTRO.
064734     IF FS-APRPEN NOT = ZEROS
064737     ,  IF FS-APRPEN NOT = 10
064740     ,  ,  DISPLAY '*************************'
064743     ,  ,  DISPLAY '**    READ APRPEN      **'
064746     ,  ,  DISPLAY '** STATUS = ' FS-APRPEN
064749     ,  ,  DISPLAY '*************************'
064752     ,  ,  MOVE 'ERRO READ APRPE '  TO WS-ABENDMSG8
064755     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
064758     ,  END-IF
064761     END-IF.
064764 LER-APRPEN-FIM. EXIT.
064767*--FIM CARGA DAS ORGS PENDENTES DE APROVACAO---------------------*
064770*----GRAVACAO DA IMAGEM ANTERIOR DA CONTA NO JORNAL HISTANT------*
064773 GRAVA-IMAGEM-ANTERIOR.
064776     MOVE WS-NUM-EXECUCAO           TO HISTANT-NUM-EXECUCAO.
064779     MOVE WS-DATA-CICLO             TO HISTANT-DATA-CICLO.
064782     MOVE SPACES                    TO HISTANT-SITUACAO.
064785     MOVE SPACES                    TO HISTANT-REGISTRO(96:5).
064788     MOVE 'GRHA'                    TO WS-ABEND-LOCATION.
064791     WRITE HISTANT-REGISTRO.
064794     IF FS-HISTANT NOT = '00'
064797     ,  DISPLAY '*************************'
064800     ,  DISPLAY '**   WRITE HISTANT     **'
064803     ,  DISPLAY '** STATUS = ' FS-HISTANT
064806     ,  DISPLAY '*************************'
064809     ,  MOVE 'ERRO WRIT HISTA '     TO WS-ABENDMSG8
064812     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
064815     END-IF.
064818 GRAVA-IMAGEM-ANTERIOR-FIM. EXIT.
064821*--FIM GRAVACAO DA IMAGEM ANTERIOR DA CONTA NO JORNAL HISTANT----*
064824*----IMAGEM DA CONTA RESOLVIDA NO JORNAL, ANTES DA EXCLUSAO---*
064827 JORNALIZA-EXCLUSAO.
064830     MOVE 'E'                       TO HISTANT-OPERACAO.
064833     MOVE MESTRE-GUARDADO           TO HISTANT-IMAGEM.
064836     PERFORM GRAVA-IMAGEM-ANTERIOR
064839             THRU GRAVA-IMAGEM-ANTERIOR-FIM.
064842 JORNALIZA-EXCLUSAO-FIM. EXIT.
064845*--FIM IMAGEM DA CONTA RESOLVIDA NO JORNAL----------------------*
064850*----REGRAVACAO DO REGISTRO DE CONTROLE DO MESTRE (ORG 000)------*
064851 GRAVA-CONTROLE-EXECUCAO.
064852     MOVE 'GRCX'                    TO WS-ABEND-LOCATION.
