004730     SELECT TAXAS     ASSIGN      TO TAXAS
004731            FILE STATUS          IS FS-TAXAS.
004731*
004731     SELECT ALCADA    ASSIGN      TO ALCADA
004731            FILE STATUS          IS FS-ALCADA.
004731*
004731     SELECT APRPEN    ASSIGN      TO APRPEN
004731            FILE STATUS          IS FS-APRPEN.
004731*
004731     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
004731            FILE STATUS          IS FS-RUNJRNL.
004732*
004734            FILE STATUS          IS FS-NOTIFICA.
004735     SELECT NOTIFICA-TEMP ASSIGN  TO NOTIFTMP
004736            FILE STATUS          IS FS-NOTIFICA-TEMP.
004737     SELECT BLQMST    ASSIGN      TO BLQMST
004738            ORGANIZATION         IS INDEXED
004739            ACCESS MODE          IS RANDOM
004740            RECORD KEY           IS BLQMST-CHAVE
004741            FILE STATUS          IS FS-BLQMST.
004700*================================================================*
004800 DATA DIVISION.                                                   
004900*================================================================*
004972    03 PARM-ORG-SELECAO      PIC  X(003).
004974    03 PARM-LOGO-INICIAL     PIC  X(003).
004976    03 PARM-LOGO-FINAL       PIC  X(003).
004978    03 PARM-SOLICITANTE      PIC  X(008).
004980    03 FILLER                PIC  X(050).
004990                                                                  
004992 FD CKPT
004994     RECORD CONTAINS 1200 CHARACTERS
005064    03 CKPT-TOTCSV-TOTAL     PIC  9(007).
005065    03 CKPT-REJ-QTDE-LOGO    PIC  9(007).
005066    03 CKPT-QTDE-ESPERADA    PIC  9(009).
005067    03 CKPT-BLOQUEADAS       PIC  9(007).
005068    03 FILLER                PIC  X(098).
005028                                                                  
005030 FD EXTRATO                                                       
005032     RECORD CONTAINS 046 CHARACTERS                               
005068    03 REJEITO-MOTIVO        PIC  X(030).                        
005069
005070 FD SELHIST
005071     RECORD CONTAINS 069 CHARACTERS
005072     BLOCK CONTAINS 0 RECORDS
005073     RECORDING MODE F.
005074 01 SELHIST-REGISTRO.
005078    03 SELHIST-CPF-CLIENTE   PIC  X(011).
005079    03 SELHIST-SALDO-CONTA   PIC  9(011)V99.
005080    03 SELHIST-DATA-SELECAO  PIC  9(008).
005080    03 SELHIST-DIAS-ATRASO   PIC  9(005).
005080    03 SELHIST-DATA-VENCIMENTO
005080                             PIC  9(007).
005081
005082 FD RELCLI
005083     RECORD CONTAINS 132 CHARACTERS
005093    03 CTLENT-QTDE-TRAILER   PIC  9(009).
005093    03 CTLENT-DATA-PROC      PIC  9(008).
005093    03 CTLENT-HASH           PIC  9(015)V99.
005093    03 CTLENT-SITUACAO       PIC  X(001).
005093       88 CTLENT-CANCELADA             VALUE 'C'.
005093    03 FILLER                PIC  X(031).
005093*
005093 FD TAXAS
005093     RECORD CONTAINS 080 CHARACTERS
005093    03 TAXAS-MULTA           PIC  9(002)V9(002).
005093    03 FILLER                PIC  X(067).
005093*
005093 FD ALCADA
005093     RECORD CONTAINS 080 CHARACTERS
005093     BLOCK CONTAINS 0 RECORDS
005093     RECORDING MODE F.
005093 01 ALCADA-REGISTRO.
005093    03 ALCADA-ORG            PIC  9(003).
005093    03 ALCADA-LIMITE-VALOR   PIC  9(013)V99.
005093    03 ALCADA-LIMITE-QTDE    PIC  9(007).
005093    03 FILLER                PIC  X(055).
005093*
005093 FD APRPEN
005093     RECORD CONTAINS 120 CHARACTERS
005093     BLOCK CONTAINS 0 RECORDS
005093     RECORDING MODE F.
005093     COPY UUGAPR.
005093*
005093 FD RUNJRNL
005093     RECORD CONTAINS 080 CHARACTERS
005093     BLOCK CONTAINS 0 RECORDS
005099    03 BENEF-NUMERO          PIC  X(019).
005100    03 BENEF-STATUS          PIC  X(001).
005101    03 FILLER                PIC  X(010).
005102*
005103 FD BLQMST
005104     RECORD CONTAINS 100 CHARACTERS
005105     BLOCK CONTAINS 0 RECORDS.
005106     COPY UUGBLQ.
005107
003000 FD SAIDA                                                       
003100     RECORD CONTAINS 160 CHARACTERS                               
003200     BLOCK CONTAINS 0 RECORDS                                     
003680 01 REJEITO-TEMP-REC       PIC X(068).
003681*
003682 FD SELHIST-TEMP
003683     RECORD CONTAINS 069 CHARACTERS
003684     BLOCK CONTAINS 0 RECORDS
003685     RECORDING MODE F.
003686 01 SELHIST-TEMP-REC       PIC X(069).
003687*
003688 FD RELCLI-TEMP
003689     RECORD CONTAINS 132 CHARACTERS
016680    03 FS-NOTIFICA-TEMP         PIC X(002) VALUE '00'.
016681    03 FS-TOTCSV                PIC X(002) VALUE '00'.
016682    03 FS-TOTCSV-TEMP           PIC X(002) VALUE '00'.
016683    03 FS-BLQMST                PIC X(002) VALUE '00'.
016684    03 FS-ALCADA                PIC X(002) VALUE '00'.
016685    03 FS-APRPEN                PIC X(002) VALUE '00'.
016700*                                                                 
017000    03 WS-FIM-UUGBF122          PIC X(001) VALUE 'N'.             
017100*                                                                 
017386       88 WS-REG-SELECIONADO          VALUE 'S'.
017387    03 WS-IND-RETIDO            PIC X(001) VALUE 'N'.
017388       88 WS-REG-RETIDO               VALUE 'S'.
017389    03 WS-IND-BLOQUEIO          PIC X(001) VALUE 'N'.
017389       88 WS-CONTA-BLOQUEADA          VALUE 'S'.
017389    03 WS-SEM-BLQMST            PIC X(001) VALUE 'N'.
017389       88 WS-BLQMST-AUSENTE           VALUE 'S'.
017389    03 WS-MOTIVO-BLOQUEIO       PIC X(030) VALUE SPACES.
017390*                                                                 
017391    03 WS-RESTART-CHECKPOINT    PIC X(001) VALUE 'N'.             
017392       88 WS-EM-RESTART               VALUE 'S'.                  
018043    03 WS-REJ-QTDE-LOGO         PIC 9(007) VALUE ZEROS.
018044    03 WS-CONT-CONTABIL-TOTAL   PIC 9(007) VALUE ZEROS.
018044    03 WS-CONT-FILTRADOS        PIC 9(007) VALUE ZEROS.
018044    03 WS-CONT-BLOQUEADAS       PIC 9(007) VALUE ZEROS.
018045    03 WS-CONTAB-QTDE-DET       PIC 9(007) VALUE ZEROS.
018046    03 WS-CONTAB-HASH           PIC 9(015)V99 VALUE ZEROS.
018050    03 WS-CONT-COPIA            PIC 9(007) VALUE ZEROS.
018415    03 WS-ANO-VENC-JUL          PIC 9(004) VALUE ZEROS.
018415    03 WS-DIA-VENC-JUL          PIC 9(003) VALUE ZEROS.
018415*--FIM TAXAS DE JUROS E MULTA POR ORG PARA O SALDO ATUALIZADO----*
018416*----ALCADA DE APROVACAO DO EXPURGO POR ORG (ORG 999 = PADRAO)---*
018416 01 TABELA-ALCADAS.
018416    03 WS-QTDE-ALCADAS          PIC 9(003) VALUE ZEROS.
018416    03 WS-TAB-ALC OCCURS 100 TIMES.
018416       05 WS-TAB-ALC-ORG        PIC 9(003).
018416       05 WS-TAB-ALC-VALOR      PIC 9(013)V99.
018416       05 WS-TAB-ALC-QTDE       PIC 9(007).
018416    03 WS-IND-ALC               PIC 9(003) VALUE ZEROS.
018416    03 WS-ACHOU-ALC             PIC X(001) VALUE 'N'.
018416       88 WS-ALC-LOCALIZADA        VALUE 'S'.
018416    03 WS-IND-ALCADA            PIC X(001) VALUE 'N'.
018416       88 WS-COM-ALCADA            VALUE 'S'.
018416    03 WS-ALC-PADRAO-VALOR      PIC 9(013)V99 VALUE ZEROS.
018416    03 WS-ALC-PADRAO-QTDE       PIC 9(007) VALUE ZEROS.
018416    03 WS-SOLICITANTE           PIC X(008) VALUE SPACES.
018416    03 WS-HORA-EXEC             PIC 9(008) VALUE ZEROS.
018416    03 WS-ORG-APR               PIC 9(003) VALUE ZEROS.
018416    03 WS-QTDE-ORG-APR          PIC 9(003) VALUE ZEROS.
018416    03 WS-TAB-APR OCCURS 100 TIMES.
018416       05 WS-TAB-APR-ORG        PIC 9(003).
018416       05 WS-TAB-APR-VALOR      PIC 9(013)V99.
018416       05 WS-TAB-APR-QTDE       PIC 9(007).
018416       05 WS-TAB-APR-LIM-VALOR  PIC 9(013)V99.
018416       05 WS-TAB-APR-LIM-QTDE   PIC 9(007).
018416       05 WS-TAB-APR-MOTIVO     PIC X(001).
018416          88 WS-TAB-APR-RETIDA     VALUE 'V' 'Q' 'A'.
018416    03 WS-IND-APR               PIC 9(003) VALUE ZEROS.
018416    03 WS-ACHOU-APR             PIC X(001) VALUE 'N'.
018416       88 WS-APR-LOCALIZADA        VALUE 'S'.
018416    03 WS-QTDE-ORG-RETIDA       PIC 9(003) VALUE ZEROS.
018416    03 WS-CONT-APRPEN           PIC 9(007) VALUE ZEROS.
018416    03 WS-CONT-EXTRATO-RETIDO   PIC 9(007) VALUE ZEROS.
018416    03 WS-CONT-SELHIST-RETIDO   PIC 9(007) VALUE ZEROS.
018416    03 WS-CONT-CONTABIL-RETIDO  PIC 9(007) VALUE ZEROS.
018416    03 WS-APR-IMP-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
018416    03 WS-APR-IMP-QTDE          PIC Z.ZZZ.ZZ9.
018416*--FIM ALCADA DE APROVACAO DO EXPURGO POR ORG-------------------*
018415*------MESTRE DE CONTROLE DAS ENTREGAS JA PROCESSADAS------------*
018415 01 CONTROLE-ENTREGAS.
018415    03 WS-QTDE-CTL              PIC 9(003) VALUE ZEROS.
020729       05 FILLER                  PIC X(028) VALUE
020730       'CONTAS SELECIONADAS.......: '.
020731       05 WS-RES-SELEC            PIC Z.ZZZ.ZZ9.
020731    03 WS-IMPRIME-RES-LIBERADAS.
020731       05 FILLER                  PIC X(028) VALUE
020731       '  LIBERADAS NO EXTRATO....: '.
020731       05 WS-RES-LIBERADAS        PIC Z.ZZZ.ZZ9.
020731    03 WS-IMPRIME-RES-RETIDAS.
020731       05 FILLER                  PIC X(028) VALUE
020731       '  RETIDAS P/ APROVACAO....: '.
020731       05 WS-RES-RETIDAS          PIC Z.ZZZ.ZZ9.
020731    03 WS-IMPRIME-RES-ORG-RETIDA.
020731       05 FILLER                  PIC X(028) VALUE
020731       'ORGS RETIDAS P/ APROVACAO.: '.
020731       05 WS-RES-ORG-RETIDA       PIC Z.ZZZ.ZZ9.
020732    03 WS-IMPRIME-RES-REJEIT.
020733       05 FILLER                  PIC X(028) VALUE
020734       'CONTAS REJEITADAS.........: '.
020750       05 FILLER                  PIC X(028) VALUE
020751       'CONTAS FORA DO FILTRO.....: '.
020752       05 WS-RES-FILTRADAS        PIC Z.ZZZ.ZZ9.
020752    03 WS-IMPRIME-RES-BLOQUEIO.
020752       05 FILLER                  PIC X(028) VALUE
020752       'REJEITADAS POR BLOQUEIO...: '.
020752       05 WS-RES-BLOQUEADAS       PIC Z.ZZZ.ZZ9.
020753    03 WS-IMPRIME-RES-ENTREGAS.
020753       05 FILLER                  PIC X(028) VALUE
020753       'ENTREGAS NO ARQUIVO.......: '.
022750    03 WS-DIA-ULT-COMPRA-JUL     PIC 9(003) VALUE ZEROS.          
022760    03 WS-DIAS-DESDE-ULT-COMPRA  PIC S9(006) VALUE ZEROS.
022770    03 WS-DATA-SELECAO-HIST      PIC 9(008) VALUE ZEROS.
022771    03 WS-DATA-PROC-AAAAMMDD.
022772       05 WS-DT-PROC-AAAA        PIC 9(004) VALUE ZEROS.
022773       05 WS-DT-PROC-MM          PIC 9(002) VALUE ZEROS.
022774       05 WS-DT-PROC-DD          PIC 9(002) VALUE ZEROS.
022775    03 WS-DATA-PROC-INV  REDEFINES WS-DATA-PROC-AAAAMMDD
022776                                 PIC 9(008).
022800*----------------------------------------------------------------*
022900*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
023000*----------------------------------------------------------------*
000000     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
025850*                                                                 
025870     PERFORM VALIDA-TRAILER     THRU VALIDA-TRAILER-FIM.
025900*
026000     PERFORM FECHAR-ARQUIVOS    THRU FECHAR-ARQUIVOS-FIM.
026100*
028140     MOVE  1                         TO WS-DATE-FORMAT.
028150     PERFORM CCSI-JUL-TO-GREG        THRU CCSI-JTG-EXIT.
028160     MOVE  WS-DTE-DATE               TO WS-DATA-SELECAO-HIST.
028161     MOVE  WS-DTE-DATE(1:2)          TO WS-DT-PROC-DD.
028162     MOVE  WS-DTE-DATE(3:2)          TO WS-DT-PROC-MM.
028163     MOVE  WS-DTE-DATE(5:4)          TO WS-DT-PROC-AAAA.
028170*
017400     MOVE 'OPE1'              TO WS-ABEND-LOCATION.               
017500     OPEN INPUT UUGBF122.                                         
018598     ,  ,  MOVE CKPT-TOTCSV-TOTAL    TO WS-CONT-TOTCSV-TOTAL
018599     ,  ,  MOVE CKPT-REJ-QTDE-LOGO   TO WS-REJ-QTDE-LOGO
018600     ,  ,  MOVE CKPT-QTDE-ESPERADA   TO WS-QTDE-ESPERADA
018600     ,  ,  MOVE CKPT-BLOQUEADAS      TO WS-CONT-BLOQUEADAS
018572     ,  ,  MOVE CKPT-AGING-QTDE-01    TO WS-AGING-QTDE-01
018573     ,  ,  MOVE CKPT-AGING-SALDO-01   TO WS-AGING-SALDO-01
018574     ,  ,  MOVE CKPT-AGING-QTDE-02    TO WS-AGING-QTDE-02
020240     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT           
020250     END-IF.                                                      
020260     MOVE PARM-LIMITE-SALDO-DEVEDOR  TO WS-LIMITE-SALDO-DEVEDOR.
020265     MOVE PARM-SOLICITANTE           TO WS-SOLICITANTE.
020270     MOVE WS-LIMITE-SALDO-DEVEDOR    TO WS-IMPRIME-LIMITE.
020271*
020272*-----FILTRO OPCIONAL DE REPROCESSAMENTO POR ORG / FAIXA DE LOGO-*
020301*------CARGA DAS TAXAS DE JUROS E MULTA POR ORG------------------*
020301     PERFORM CARREGA-TAXAS    THRU CARREGA-TAXAS-FIM.
020301*---FIM CARGA DAS TAXAS DE JUROS E MULTA POR ORG-----------------*
020302*------CARGA DA ALCADA DE APROVACAO DO EXPURGO POR ORG-----------*
020302     PERFORM CARREGA-ALCADA   THRU CARREGA-ALCADA-FIM.
020302*---FIM CARGA DA ALCADA DE APROVACAO DO EXPURGO POR ORG----------*
020302*------CARGA DA TABELA DE SITUACAO DOS BENEFICIOS DO INSS--------*
020303     MOVE 'OPBF'              TO WS-ABEND-LOCATION.
020304     OPEN INPUT BENEF.
020317     MOVE 'CLBF'              TO WS-ABEND-LOCATION.
020318     CLOSE BENEF.
020319*---FIM CARGA DA TABELA DE SITUACAO DOS BENEFICIOS DO INSS-------*
020320*------MESTRE DE BLOQUEIOS JUDICIAIS (CONSULTA POR CONTA)--------*
020321     MOVE 'OPBM'              TO WS-ABEND-LOCATION.
020322     OPEN INPUT BLQMST.
020323     IF FS-BLQMST = '35'
020324     ,  MOVE 'S'                   TO WS-SEM-BLQMST
020325     ,  DISPLAY '** BLQMST NAO CARREGADO - SEM BLOQUEIOS **'
020326     ELSE
020327     ,  IF FS-BLQMST NOT EQUAL '00'
020328     ,  ,  DISPLAY '**************************'
020329     ,  ,  DISPLAY '**************************'
020330     ,  ,  DISPLAY '** OPEN ERROR BLQMST      **'
020331     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
020332     ,  ,  DISPLAY '**************************'
020333     ,  ,  DISPLAY '**************************'
020334     ,  ,  MOVE 'ERRO OPEN BLQM  '   TO WS-ABENDMSG8
020335     ,  ,  PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
020336     ,  END-IF
020337     END-IF.
020338*----FIM MESTRE DE BLOQUEIOS JUDICIAIS (CONSULTA POR CONTA)------*
020320*
026500     MOVE 'OPSD'                     TO WS-ABEND-LOCATION.        
026550     IF WS-EM-RESTART                                             
000000*
030595     MOVE 'N'                        TO WS-IND-SELECIONADO.
030596     MOVE 'N'                        TO WS-IND-RETIDO.
030596     MOVE 'N'                        TO WS-IND-BLOQUEIO.
030597*
030000    IF FS-UUGBF122 = 10
026200    ,  MOVE 'S'              TO WS-FIM-UUGBF122
030714     ,  END-IF
030715     END-IF.
030716*
030716*-----CONTA COM BLOQUEIO JUDICIAL VIGENTE: REJEITA SEM SELECIONAR*
030716     IF FS-UUGBF122 = '00'
030716     AND NOT UUGBF122-HEADER-REC
030716     AND NOT UUGBF122-TRAILER-REC
030716     AND NOT WS-BLQMST-AUSENTE
030716     ,  PERFORM CONSULTA-BLOQUEIO  THRU CONSULTA-BLOQUEIO-FIM
030716     ,  IF WS-CONTA-BLOQUEADA
030716     ,  ,  ADD 1                   TO WS-CONT-BLOQUEADAS
030716     ,  ,  PERFORM GERA-REGISTRO-REJEITO
030716     ,  ,          THRU GERA-REGISTRO-REJEITO-FIM
030716     ,  ,  GO                      TO LER-UUGBF122-FIM
030716     ,  END-IF
030716     END-IF.
030716*
031300     IF FS-UUGBF122 = '00'
031305     AND UUGBF122-SALDO-CONTA <= WS-LIMITE-SALDO-DEVEDOR
031310     AND NOT UUGBF122-HEADER-REC
028256     MOVE UUGBF122-CPF-CLIENTE      TO SELHIST-CPF-CLIENTE.
028257     MOVE UUGBF122-SALDO-CONTA      TO SELHIST-SALDO-CONTA.
028258     MOVE WS-DATA-SELECAO-HIST      TO SELHIST-DATA-SELECAO.
028258     MOVE UUGBF122-DIAS-ATRASO      TO SELHIST-DIAS-ATRASO.
028258     MOVE UUGBF122-DATA-VENCIMENTO  TO SELHIST-DATA-VENCIMENTO.
028259     WRITE SELHIST-REGISTRO.
028260     ADD 1                        TO WS-CONT-SELHIST-TOTAL.
028261 GERA-REGISTRO-SELHIST-FIM. EXIT.
028256    ,  MOVE 'CPF INVALIDO'                TO REJEITO-MOTIVO
028256    ,  GO TO GERA-REGISTRO-REJEITO-GRAVA
028256    END-IF.
028256     IF WS-CONTA-BLOQUEADA
028256     ,  MOVE WS-MOTIVO-BLOQUEIO           TO REJEITO-MOTIVO
028256     ,  GO TO GERA-REGISTRO-REJEITO-GRAVA
028256     END-IF.
028257     IF UUGBF122-SALDO-CREDOR
028258     ,  MOVE 'SALDO COM SINAL CREDOR'      TO REJEITO-MOTIVO
028259     ELSE
028440     ,  END-IF
028440     ,  GO                          TO LER-CTLENT-FIM
028440     END-IF.
028440*----ENTREGA DE CICLO ESTORNADO (UUGPB920) PODE SER REPROCESSADA-*
028440     IF CTLENT-CANCELADA
028440     ,  GO                          TO LER-CTLENT-FIM
028440     END-IF.
028440     IF WS-QTDE-CTL >= 500
028440     ,  DISPLAY '*************************'
028440     ,  DISPLAY '** TABELA DE CONTROLE DE ENTREGAS ESGOTADA **'
028440     MOVE TAXAS-MULTA     TO WS-TAB-TAXA-MULTA(WS-QTDE-TAXAS).
028440 LER-TAXAS-FIM. EXIT.
028440*---FIM CARGA DAS TAXAS DE JUROS E MULTA POR ORG-----------------*
028441*------CARGA DA ALCADA DE APROVACAO DO EXPURGO POR ORG-----------*
028441*------ARQUIVO OPCIONAL: SEM ALCADA NADA FICA RETIDO-------------*
028441 CARREGA-ALCADA.
028441     MOVE 'OPAL'                    TO WS-ABEND-LOCATION.
028441     OPEN INPUT ALCADA.
028441     IF FS-ALCADA = '35'
028441     ,  GO                          TO CARREGA-ALCADA-FIM
028441     END-IF.
028441     IF FS-ALCADA NOT = '00'
028441     ,  DISPLAY '*************************'
028441     ,  DISPLAY '** OPEN ERROR ALCADA    **'
028441     ,  DISPLAY '** STATUS = ' FS-ALCADA
028441     ,  DISPLAY '*************************'
028441     ,  MOVE 'ERRO OPEN ALCADA'     TO WS-ABENDMSG8
028441     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
028441     END-IF.
028441     PERFORM LER-ALCADA             THRU LER-ALCADA-FIM
028441             UNTIL FS-ALCADA = '10'.
028441     MOVE 'CLAL'                    TO WS-ABEND-LOCATION.
028441     CLOSE ALCADA.
028441*----QUEM PEDE A SELECAO NAO PODE APROVAR: SEM SOLICITANTE NO----*
028441*----PARM NAO HA COMO SEPARAR AS FUNCOES-------------------------*
028441     IF WS-COM-ALCADA
028441     AND WS-SOLICITANTE = SPACES
028441     ,  DISPLAY '*************************'
028441     ,  DISPLAY '** ALCADA INFORMADA SEM **'
028441     ,  DISPLAY '** SOLICITANTE NO PARM  **'
028441     ,  DISPLAY '*************************'
028441     ,  MOVE 'PARM SEM SOLICIT'     TO WS-ABENDMSG8
028441     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
028441     END-IF.
028441 CARREGA-ALCADA-FIM. EXIT.
028441 LER-ALCADA.
028441     MOVE 'RDAL'                    TO WS-ABEND-LOCATION.
028441     READ ALCADA.
028441     IF FS-ALCADA NOT = ZEROS
028441     ,  IF FS-ALCADA NOT = 10
028441     ,  ,  DISPLAY '*************************'
028441     ,  ,  DISPLAY '**     READ ALCADA     **'
028441     ,  ,  DISPLAY '** STATUS = ' FS-ALCADA
028441     ,  ,  DISPLAY '*************************'
028441     ,  ,  MOVE 'ERRO READ ALCADA'  TO WS-ABENDMSG8
028441     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
028441     ,  END-IF
028441     ,  GO                          TO LER-ALCADA-FIM
028441     END-IF.
028441     IF ALCADA-ORG NOT NUMERIC
028441     OR ALCADA-LIMITE-VALOR NOT NUMERIC
028441     OR ALCADA-LIMITE-QTDE NOT NUMERIC
028441     ,  GO                          TO LER-ALCADA-FIM
028441     END-IF.
028441     SET WS-COM-ALCADA              TO TRUE.
028441     IF ALCADA-ORG = 999
028441     ,  MOVE ALCADA-LIMITE-VALOR    TO WS-ALC-PADRAO-VALOR
028441     ,  MOVE ALCADA-LIMITE-QTDE     TO WS-ALC-PADRAO-QTDE
028441     ,  GO                          TO LER-ALCADA-FIM
028441     END-IF.
028441     IF WS-QTDE-ALCADAS >= 100
028441     ,  DISPLAY '*************************'
028441     ,  DISPLAY '** TABELA DE ALCADAS ESGOTADA **'
028441     ,  DISPLAY '*************************'
028441     ,  MOVE 'TAB ALCADA CHEIA'     TO WS-ABENDMSG8
028441     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
028441     END-IF.
028441     ADD 1                          TO WS-QTDE-ALCADAS.
028441     MOVE ALCADA-ORG      TO WS-TAB-ALC-ORG(WS-QTDE-ALCADAS).
028441     MOVE ALCADA-LIMITE-VALOR
028441                          TO WS-TAB-ALC-VALOR(WS-QTDE-ALCADAS).
028441     MOVE ALCADA-LIMITE-QTDE
028441                          TO WS-TAB-ALC-QTDE(WS-QTDE-ALCADAS).
028441 LER-ALCADA-FIM. EXIT.
028441*---FIM CARGA DA ALCADA DE APROVACAO DO EXPURGO POR ORG----------*
028440*----CALCULO DO SALDO ATUALIZADO (JUROS E MULTA ATE A DATA-------*
028440*----DE PROCESSAMENTO DO AMCR)-----------------------------------*
028440 CALCULA-SALDO-ATUALIZADO.
028581*---------RESUMO DA EXECUCAO PARA CONDICIONAR O SCHEDULER--------*
028582 IMPRIME-RESUMO-EXECUCAO.
028583     MOVE WS-CONT-LIDOS           TO WS-RES-LIDAS.
028584*----CHAMADO APOS A SEPARACAO DAS ORGS RETIDAS: O EXTRATO JA----*
028584*----ESTA SEM AS CONTAS RETIDAS, QUE SAO SOMADAS DE VOLTA--------*
028584     COMPUTE WS-RES-SELEC = WS-CONT-EXTRATO-TOTAL
028584                          + WS-CONT-EXTRATO-RETIDO.
028584     MOVE WS-CONT-EXTRATO-TOTAL   TO WS-RES-LIBERADAS.
028584     MOVE WS-CONT-EXTRATO-RETIDO  TO WS-RES-RETIDAS.
028584     MOVE WS-QTDE-ORG-RETIDA      TO WS-RES-ORG-RETIDA.
028585     MOVE WS-CONT-REJEITO-TOTAL   TO WS-RES-REJEIT.
028585     MOVE WS-CONT-FILTRADOS       TO WS-RES-FILTRADAS.
028585     MOVE WS-CONT-BLOQUEADAS      TO WS-RES-BLOQUEADAS.
028586     COMPUTE WS-RES-SOMA = WS-CONT-EXTRATO-TOTAL
028586                         + WS-CONT-EXTRATO-RETIDO
028587                         + WS-CONT-REJEITO-TOTAL
028587                         + WS-CONT-FILTRADOS.
028588     IF WS-CONT-EXTRATO-TOTAL + WS-CONT-EXTRATO-RETIDO
028588        + WS-CONT-REJEITO-TOTAL + WS-CONT-FILTRADOS
028589        NOT = WS-CONT-LIDOS
028590     ,  MOVE 'DIVERGENTE'          TO WS-RES-CONFERE
028591     ,  IF WS-RETORNO-FINAL < 4
028602     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028603     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-SELEC.
028604     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028604     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-LIBERADAS.
028604     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028604     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-RETIDAS.
028604     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028604     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-ORG-RETIDA.
028604     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028605     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-REJEIT.
028606     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028606     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-FILTRO.
028606     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028606     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-BLOQUEIO.
028606     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028606     MOVE WS-ENTREGA-ATUAL      TO WS-RES-ENTREGAS.
028606     WRITE SAIDA-RELATORIO      FROM WS-IMPRIME-RES-ENTREGAS.
028606     ADD 1                        TO WS-CONT-SAIDA-TOTAL.
028684     END-IF.
028685 CONSULTA-BENEFICIO-FIM. EXIT.
028686*------FIM CONSULTA DA SITUACAO DO BENEFICIO DO INSS-------------*
028686*-----CONSULTA DO MESTRE DE BLOQUEIOS JUDICIAIS PELA CONTA-------*
028686*-----O BLOQUEIO SO VALE DENTRO DA VIGENCIA (INICIO A FIM) NA----*
028686*-----DATA DE PROCESSAMENTO DO AMCR------------------------------*
028686 CONSULTA-BLOQUEIO.
028686     MOVE 'N'                       TO WS-IND-BLOQUEIO.
028686     MOVE UUGBF122-ORG              TO BLQMST-ORG.
028686     MOVE UUGBF122-CONTA            TO BLQMST-CONTA.
028686     MOVE 'RDBM'                    TO WS-ABEND-LOCATION.
028686     READ BLQMST.
028686     IF FS-BLQMST = '23'
028686     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
028686     END-IF.
028686     IF FS-BLQMST NOT = '00'
028686     ,  DISPLAY '*************************'
028686     ,  DISPLAY '**    READ BLQMST      **'
028686     ,  DISPLAY '** STATUS = ' FS-BLQMST
028686     ,  DISPLAY '*************************'
028686     ,  MOVE 'ERRO READ BLQM  '     TO WS-ABENDMSG8
028686     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
028686     END-IF.
028686     IF BLQMST-DATA-INICIO > WS-DATA-PROC-INV
028686     OR BLQMST-DATA-FIM    < WS-DATA-PROC-INV
028686     ,  GO                          TO CONSULTA-BLOQUEIO-FIM
028686     END-IF.
028686     MOVE 'S'                       TO WS-IND-BLOQUEIO.
028686     IF BLQMST-MOT-JUDICIAL
028686     ,  MOVE 'BLOQUEIO JUDICIAL'    TO WS-MOTIVO-BLOQUEIO
028686     ELSE
028686     ,  IF BLQMST-MOT-PROCON
028686     ,  ,  MOVE 'BLOQUEIO PROCON'   TO WS-MOTIVO-BLOQUEIO
028686     ,  ELSE
028686     ,  ,  IF BLQMST-MOT-OUVIDORIA
028686     ,  ,  ,  MOVE 'BLOQUEIO OUVIDORIA'
028686     ,  ,  ,                        TO WS-MOTIVO-BLOQUEIO
028686     ,  ,  ELSE
028686     ,  ,  ,  MOVE 'BLOQUEIO JURIDICO'
028686     ,  ,  ,                        TO WS-MOTIVO-BLOQUEIO
028686     ,  ,  END-IF
028686     ,  END-IF
028686     END-IF.
028686 CONSULTA-BLOQUEIO-FIM. EXIT.
028686*---FIM CONSULTA DO MESTRE DE BLOQUEIOS JUDICIAIS PELA CONTA-----*
028687*-----GUARDA CONTA COM BENEFICIO CESSADO PARA SECAO PROPRIA------*
028688 GUARDA-CESSADO.
028689     PERFORM VERIFICA-DORMANCIA    THRU VERIFICA-DORMANCIA-FIM.
028821     MOVE WS-CONT-TOTCSV-TOTAL      TO CKPT-TOTCSV-TOTAL.
028822     MOVE WS-REJ-QTDE-LOGO          TO CKPT-REJ-QTDE-LOGO.
028823     MOVE WS-QTDE-ESPERADA          TO CKPT-QTDE-ESPERADA.
028823     MOVE WS-CONT-BLOQUEADAS        TO CKPT-BLOQUEADAS.
028802     MOVE WS-AGING-QTDE-01          TO CKPT-AGING-QTDE-01.
028803     MOVE WS-AGING-SALDO-01         TO CKPT-AGING-SALDO-01.
028804     MOVE WS-AGING-QTDE-02          TO CKPT-AGING-QTDE-02.
060000     , MOVE 0 TO WS-CONT-LINHAS                                   
060100     END-IF.                                                      
060200 MONTAR-CORPO-EXIT. EXIT.                                         
060250*----RETENCAO PARA APROVACAO DAS ORGS ACIMA DA ALCADA------------*
060250*----1A PASSADA TOTALIZA O EXTRATO POR ORG (DO PROPRIO ARQUIVO,--*
060250*----PARA VALER TAMBEM APOS RESTART); A ORG QUE PASSAR DO VALOR--*
060250*----OU DA QUANTIDADE DE CONTAS DA ALCADA TEM EXTRATO, SELHIST E-*
060250*----CONTABIL DESVIADOS PARA O APRPEN, PARA LIBERACAO PELO-------*
060250*----UUGPB926 APOS A APROVACAO POR OUTRA PESSOA------------------*
060250 SEPARA-APROVACAO.
060250*----O APRPEN ACUMULA AS RETENCOES AINDA NAO LIDAS PELO UUGPB926-*
060250     MOVE 'OPAP'                    TO WS-ABEND-LOCATION.
060250     OPEN EXTEND APRPEN.
060250     IF FS-APRPEN = '35'
060250     ,  OPEN OUTPUT APRPEN
060250     END-IF.
060250     IF FS-APRPEN NOT EQUAL '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR APRPEN   **'
060250     ,  DISPLAY '** STATUS = ' FS-APRPEN
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN APRPEN'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     IF NOT WS-COM-ALCADA
060250     ,  GO                          TO SEPARA-APROVACAO-FECHA
060250     END-IF.
060250     ACCEPT WS-HORA-EXEC            FROM TIME.
060250*
060250     MOVE 'OPA1'                    TO WS-ABEND-LOCATION.
060250     OPEN INPUT EXTRATO.
060250     OPEN OUTPUT EXTRATO-TEMP.
060250     IF FS-EXTRATO NOT = '00'
060250     OR FS-EXTRATO-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR EXTR APR  **'
060250     ,  DISPLAY '** STATUS = ' FS-EXTRATO ' ' FS-EXTRATO-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN EXTR3'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     PERFORM APURA-EXTRATO-ORG      THRU APURA-EXTRATO-ORG-FIM
060250             UNTIL FS-EXTRATO = '10'.
060250     MOVE 'CLA1'                    TO WS-ABEND-LOCATION.
060250     CLOSE EXTRATO.
060250     CLOSE EXTRATO-TEMP.
060250*
060250     PERFORM AVALIA-ALCADA-ORG      THRU AVALIA-ALCADA-ORG-FIM
060250             VARYING WS-IND-APR FROM 1 BY 1
060250             UNTIL WS-IND-APR > WS-QTDE-ORG-APR.
060250     IF WS-QTDE-ORG-RETIDA = ZEROS
060250     ,  GO                          TO SEPARA-APROVACAO-FECHA
060250     END-IF.
060250     PERFORM GRAVA-RESUMO-APR       THRU GRAVA-RESUMO-APR-FIM
060250             VARYING WS-IND-APR FROM 1 BY 1
060250             UNTIL WS-IND-APR > WS-QTDE-ORG-APR.
060250*
060250     MOVE 'OPA2'                    TO WS-ABEND-LOCATION.
060250     OPEN INPUT EXTRATO-TEMP.
060250     OPEN OUTPUT EXTRATO.
060250     IF FS-EXTRATO-TEMP NOT = '00'
060250     OR FS-EXTRATO NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR EXTR APR2  **'
060250     ,  DISPLAY '** STATUS = ' FS-EXTRATO-TEMP ' ' FS-EXTRATO
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN EXTR4'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     MOVE ZEROS                     TO WS-IND-APR.
060250     PERFORM SEPARA-EXTRATO         THRU SEPARA-EXTRATO-FIM
060250             UNTIL FS-EXTRATO-TEMP = '10'.
060250     MOVE 'CLA2'                    TO WS-ABEND-LOCATION.
060250     CLOSE EXTRATO-TEMP.
060250     CLOSE EXTRATO.
060250*
060250     MOVE 'OPA3'                    TO WS-ABEND-LOCATION.
060250     OPEN INPUT SELHIST.
060250     OPEN OUTPUT SELHIST-TEMP.
060250     IF FS-SELHIST NOT = '00'
060250     OR FS-SELHIST-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR SELH APR   **'
060250     ,  DISPLAY '** STATUS = ' FS-SELHIST ' ' FS-SELHIST-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN SELH3'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     PERFORM COPIA-SELHIST-APR      THRU COPIA-SELHIST-APR-FIM
060250             UNTIL FS-SELHIST = '10'.
060250     MOVE 'CLA3'                    TO WS-ABEND-LOCATION.
060250     CLOSE SELHIST.
060250     CLOSE SELHIST-TEMP.
060250     MOVE 'OPA4'                    TO WS-ABEND-LOCATION.
060250     OPEN INPUT SELHIST-TEMP.
060250     OPEN OUTPUT SELHIST.
060250     IF FS-SELHIST-TEMP NOT = '00'
060250     OR FS-SELHIST NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR SELH APR2  **'
060250     ,  DISPLAY '** STATUS = ' FS-SELHIST-TEMP ' ' FS-SELHIST
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN SELH4'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     MOVE ZEROS                     TO WS-IND-APR.
060250     PERFORM SEPARA-SELHIST         THRU SEPARA-SELHIST-FIM
060250             UNTIL FS-SELHIST-TEMP = '10'.
060250     MOVE 'CLA4'                    TO WS-ABEND-LOCATION.
060250     CLOSE SELHIST-TEMP.
060250     CLOSE SELHIST.
060250*
060250*----CONTABIL AINDA SEM TRAILER: FICA ABERTO PARA O TRAILER------*
060250     MOVE 'OPA5'                    TO WS-ABEND-LOCATION.
060250     CLOSE CONTABIL.
060250     OPEN INPUT CONTABIL.
060250     OPEN OUTPUT CONTABIL-TEMP.
060250     IF FS-CONTABIL NOT = '00'
060250     OR FS-CONTABIL-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR CNTB APR   **'
060250     ,  DISPLAY '** STATUS = ' FS-CONTABIL ' ' FS-CONTABIL-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN CNTB4'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     PERFORM COPIA-CONTABIL-APR     THRU COPIA-CONTABIL-APR-FIM
060250             UNTIL FS-CONTABIL = '10'.
060250     MOVE 'CLA5'                    TO WS-ABEND-LOCATION.
060250     CLOSE CONTABIL.
060250     CLOSE CONTABIL-TEMP.
060250     MOVE 'OPA6'                    TO WS-ABEND-LOCATION.
060250     OPEN INPUT CONTABIL-TEMP.
060250     OPEN OUTPUT CONTABIL.
060250     IF FS-CONTABIL NOT = '00'
060250     OR FS-CONTABIL-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** OPEN ERROR CNTB APR  **'
060250     ,  DISPLAY '** STATUS = ' FS-CONTABIL ' ' FS-CONTABIL-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO OPEN CNTB3'      TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     MOVE ZEROS                     TO WS-IND-APR.
060250     PERFORM SEPARA-CONTABIL        THRU SEPARA-CONTABIL-FIM
060250             UNTIL FS-CONTABIL-TEMP = '10'.
060250     MOVE 'CLA6'                    TO WS-ABEND-LOCATION.
060250     CLOSE CONTABIL-TEMP.
060250*
060250     DISPLAY '** ORGS RETIDAS P/ APROVACAO: ' WS-QTDE-ORG-RETIDA.
060250     DISPLAY '** CONTAS RETIDAS...........: '
060250             WS-CONT-EXTRATO-RETIDO.
060250     DISPLAY '** SOLICITANTE..............: ' WS-SOLICITANTE.
060250 SEPARA-APROVACAO-FECHA.
060250     MOVE 'CLAP'                    TO WS-ABEND-LOCATION.
060250     CLOSE APRPEN.
060250     IF FS-APRPEN NOT EQUAL '00'
060250        DISPLAY '##ERRO FECHAR ARQUIVO APRPEN: ' FS-APRPEN
060250        MOVE 'ERRO CLOSE APRP '   TO WS-ABENDMSG8
060250        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 SEPARA-APROVACAO-FIM. EXIT.
060250*----1A PASSADA: COPIA O EXTRATO E TOTALIZA POR ORG--------------*
060250 APURA-EXTRATO-ORG.
060250     MOVE 'RDA1'                    TO WS-ABEND-LOCATION.
060250     READ EXTRATO.
060250     IF FS-EXTRATO NOT = '00'
060250     ,  IF FS-EXTRATO NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '**  READ EXTRATO APR   **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-EXTRATO
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ EXTR3'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO APURA-EXTRATO-ORG-FIM
060250     END-IF.
060250     MOVE 'GRA1'                    TO WS-ABEND-LOCATION.
060250     WRITE EXTRATO-TEMP-REC       FROM EXTRATO-REGISTRO.
060250     IF FS-EXTRATO-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR EXTMP  **'
060250     ,  DISPLAY '** STATUS = ' FS-EXTRATO-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE EXTMP'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     MOVE EXTRATO-ORG               TO WS-ORG-APR.
060250     PERFORM LOCALIZA-ORG-APR       THRU LOCALIZA-ORG-APR-FIM.
060250     IF NOT WS-APR-LOCALIZADA
060250     ,  IF WS-QTDE-ORG-APR >= 100
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '** TABELA DE ORGS DA ALCADA ESGOTADA **'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'TAB APR CHEIA   ' TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  ADD 1                       TO WS-QTDE-ORG-APR
060250     ,  MOVE WS-QTDE-ORG-APR        TO WS-IND-APR
060250     ,  MOVE WS-ORG-APR       TO WS-TAB-APR-ORG(WS-IND-APR)
060250     ,  MOVE ZEROS            TO WS-TAB-APR-VALOR(WS-IND-APR)
060250     ,                           WS-TAB-APR-QTDE(WS-IND-APR)
060250     ,                           WS-TAB-APR-LIM-VALOR(WS-IND-APR)
060250     ,                           WS-TAB-APR-LIM-QTDE(WS-IND-APR)
060250     ,  MOVE SPACES           TO WS-TAB-APR-MOTIVO(WS-IND-APR)
060250     END-IF.
060250     ADD EXTRATO-SALDO-CONTA  TO WS-TAB-APR-VALOR(WS-IND-APR).
060250     ADD 1                    TO WS-TAB-APR-QTDE(WS-IND-APR).
060250 APURA-EXTRATO-ORG-FIM. EXIT.
060250*----LOCALIZA A ORG NA TABELA DE APURACAO (MANTEM A ULTIMA)------*
060250 LOCALIZA-ORG-APR.
060250     IF WS-IND-APR > ZEROS
060250     ,  IF WS-TAB-APR-ORG(WS-IND-APR) = WS-ORG-APR
060250     ,  ,  SET WS-APR-LOCALIZADA    TO TRUE
060250     ,  ,  GO                       TO LOCALIZA-ORG-APR-FIM
060250     ,  END-IF
060250     END-IF.
060250     MOVE 'N'                       TO WS-ACHOU-APR.
060250     MOVE ZEROS                     TO WS-IND-APR.
060250     PERFORM PROCURA-ORG-APR        THRU PROCURA-ORG-APR-FIM
060250             UNTIL WS-IND-APR >= WS-QTDE-ORG-APR
060250             OR    WS-APR-LOCALIZADA.
060250 LOCALIZA-ORG-APR-FIM. EXIT.
060250 PROCURA-ORG-APR.
060250     ADD 1                          TO WS-IND-APR.
060250     IF WS-TAB-APR-ORG(WS-IND-APR) = WS-ORG-APR
060250     ,  SET WS-APR-LOCALIZADA       TO TRUE
060250     END-IF.
060250 PROCURA-ORG-APR-FIM. EXIT.
060250*----COMPARA O TOTAL DA ORG COM A ALCADA (PROPRIA OU PADRAO 999)-*
060250*----LIMITE ZERADO NAO E CONTROLADO------------------------------*
060250 AVALIA-ALCADA-ORG.
060250     MOVE WS-ALC-PADRAO-VALOR TO WS-TAB-APR-LIM-VALOR(WS-IND-APR).
060250     MOVE WS-ALC-PADRAO-QTDE  TO WS-TAB-APR-LIM-QTDE(WS-IND-APR).
060250     MOVE 'N'                       TO WS-ACHOU-ALC.
060250     MOVE ZEROS                     TO WS-IND-ALC.
060250     PERFORM PROCURA-ALCADA         THRU PROCURA-ALCADA-FIM
060250             UNTIL WS-IND-ALC >= WS-QTDE-ALCADAS
060250             OR    WS-ALC-LOCALIZADA.
060250     MOVE SPACES              TO WS-TAB-APR-MOTIVO(WS-IND-APR).
060250     IF WS-TAB-APR-LIM-VALOR(WS-IND-APR) > ZEROS
060250     AND WS-TAB-APR-VALOR(WS-IND-APR)
060250                            > WS-TAB-APR-LIM-VALOR(WS-IND-APR)
060250     ,  MOVE 'V'              TO WS-TAB-APR-MOTIVO(WS-IND-APR)
060250     END-IF.
060250     IF WS-TAB-APR-LIM-QTDE(WS-IND-APR) > ZEROS
060250     AND WS-TAB-APR-QTDE(WS-IND-APR)
060250                            > WS-TAB-APR-LIM-QTDE(WS-IND-APR)
060250     ,  IF WS-TAB-APR-MOTIVO(WS-IND-APR) = 'V'
060250     ,  ,  MOVE 'A'           TO WS-TAB-APR-MOTIVO(WS-IND-APR)
060250     ,  ELSE
060250     ,  ,  MOVE 'Q'           TO WS-TAB-APR-MOTIVO(WS-IND-APR)
060250     ,  END-IF
060250     END-IF.
060250     IF WS-TAB-APR-RETIDA(WS-IND-APR)
060250     ,  ADD 1                       TO WS-QTDE-ORG-RETIDA
060250     END-IF.
060250 AVALIA-ALCADA-ORG-FIM. EXIT.
060250 PROCURA-ALCADA.
060250     ADD 1                          TO WS-IND-ALC.
060250     IF WS-TAB-ALC-ORG(WS-IND-ALC) = WS-TAB-APR-ORG(WS-IND-APR)
060250     ,  SET WS-ALC-LOCALIZADA       TO TRUE
060250     ,  MOVE WS-TAB-ALC-VALOR(WS-IND-ALC)
060250     ,                    TO WS-TAB-APR-LIM-VALOR(WS-IND-APR)
060250     ,  MOVE WS-TAB-ALC-QTDE(WS-IND-ALC)
060250     ,                    TO WS-TAB-APR-LIM-QTDE(WS-IND-APR)
060250     END-IF.
060250 PROCURA-ALCADA-FIM. EXIT.
060250*----REGISTRO RESUMO (TIPO A) DE CADA ORG RETIDA-----------------*
060250 GRAVA-RESUMO-APR.
060250     IF NOT WS-TAB-APR-RETIDA(WS-IND-APR)
060250     ,  GO                          TO GRAVA-RESUMO-APR-FIM
060250     END-IF.
060250     MOVE WS-TAB-APR-ORG(WS-IND-APR) TO WS-ORG-APR.
060250     PERFORM MONTA-CHAVE-APR        THRU MONTA-CHAVE-APR-FIM.
060250     MOVE 'A'                       TO APRPEN-TIPO.
060250     MOVE WS-TAB-APR-VALOR(WS-IND-APR)  TO APRPEN-VALOR-TOTAL.
060250     MOVE WS-TAB-APR-QTDE(WS-IND-APR)   TO APRPEN-QTDE-CONTAS.
060250     MOVE WS-TAB-APR-LIM-VALOR(WS-IND-APR)
060250                                    TO APRPEN-LIMITE-VALOR.
060250     MOVE WS-TAB-APR-LIM-QTDE(WS-IND-APR)
060250                                    TO APRPEN-LIMITE-QTDE.
060250     MOVE WS-TAB-APR-MOTIVO(WS-IND-APR) TO APRPEN-MOTIVO.
060250     PERFORM GRAVA-APRPEN           THRU GRAVA-APRPEN-FIM.
060250     MOVE WS-TAB-APR-VALOR(WS-IND-APR)  TO WS-APR-IMP-VALOR.
060250     MOVE WS-TAB-APR-QTDE(WS-IND-APR)   TO WS-APR-IMP-QTDE.
060250     DISPLAY '** ORG ' WS-ORG-APR ' RETIDA P/ APROVACAO - VALOR '
060250             WS-APR-IMP-VALOR ' CONTAS ' WS-APR-IMP-QTDE
060250             ' MOTIVO ' APRPEN-MOTIVO.
060250 GRAVA-RESUMO-APR-FIM. EXIT.
060250*----2A PASSADA DO EXTRATO: LIBERADAS VOLTAM, RETIDAS VAO P/ APR-*
060250 SEPARA-EXTRATO.
060250     MOVE 'RDA2'                    TO WS-ABEND-LOCATION.
060250     READ EXTRATO-TEMP.
060250     IF FS-EXTRATO-TEMP NOT = '00'
060250     ,  IF FS-EXTRATO-TEMP NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '**  READ EXTRATO TEMP  **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-EXTRATO-TEMP
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ EXTMP'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO SEPARA-EXTRATO-FIM
060250     END-IF.
060250     MOVE EXTRATO-TEMP-REC          TO EXTRATO-REGISTRO.
060250     MOVE EXTRATO-ORG               TO WS-ORG-APR.
060250     PERFORM LOCALIZA-ORG-APR       THRU LOCALIZA-ORG-APR-FIM.
060250     IF WS-APR-LOCALIZADA
060250     ,  IF WS-TAB-APR-RETIDA(WS-IND-APR)
060250     ,  ,  PERFORM MONTA-CHAVE-APR  THRU MONTA-CHAVE-APR-FIM
060250     ,  ,  MOVE 'E'                 TO APRPEN-TIPO
060250     ,  ,  MOVE EXTRATO-REGISTRO    TO APRPEN-IMAGEM
060250     ,  ,  PERFORM GRAVA-APRPEN     THRU GRAVA-APRPEN-FIM
060250     ,  ,  ADD 1                    TO WS-CONT-EXTRATO-RETIDO
060250     ,  ,  SUBTRACT 1             FROM WS-CONT-EXTRATO-TOTAL
060250     ,  ,  GO                       TO SEPARA-EXTRATO-FIM
060250     ,  END-IF
060250     END-IF.
060250     MOVE 'GRA2'                    TO WS-ABEND-LOCATION.
060250     WRITE EXTRATO-REGISTRO.
060250     IF FS-EXTRATO NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR EXTRAT **'
060250     ,  DISPLAY '** STATUS = ' FS-EXTRATO
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE EXTR3'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 SEPARA-EXTRATO-FIM. EXIT.
060250*----COPIA DO SELHIST PARA O TEMPORARIO--------------------------*
060250 COPIA-SELHIST-APR.
060250     MOVE 'RDA3'                    TO WS-ABEND-LOCATION.
060250     READ SELHIST.
060250     IF FS-SELHIST NOT = '00'
060250     ,  IF FS-SELHIST NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '**  READ SELHIST APR   **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-SELHIST
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ SELH3'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO COPIA-SELHIST-APR-FIM
060250     END-IF.
060250     MOVE 'GRA3'                    TO WS-ABEND-LOCATION.
060250     WRITE SELHIST-TEMP-REC       FROM SELHIST-REGISTRO.
060250     IF FS-SELHIST-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR SHTMP  **'
060250     ,  DISPLAY '** STATUS = ' FS-SELHIST-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE SHTMP'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 COPIA-SELHIST-APR-FIM. EXIT.
060250*----2A PASSADA DO SELHIST---------------------------------------*
060250 SEPARA-SELHIST.
060250     MOVE 'RDA4'                    TO WS-ABEND-LOCATION.
060250     READ SELHIST-TEMP.
060250     IF FS-SELHIST-TEMP NOT = '00'
060250     ,  IF FS-SELHIST-TEMP NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '**  READ SELHIST TEMP  **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-SELHIST-TEMP
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ SHTMP'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO SEPARA-SELHIST-FIM
060250     END-IF.
060250     MOVE SELHIST-TEMP-REC          TO SELHIST-REGISTRO.
060250     MOVE SELHIST-ORG               TO WS-ORG-APR.
060250     PERFORM LOCALIZA-ORG-APR       THRU LOCALIZA-ORG-APR-FIM.
060250     IF WS-APR-LOCALIZADA
060250     ,  IF WS-TAB-APR-RETIDA(WS-IND-APR)
060250     ,  ,  PERFORM MONTA-CHAVE-APR  THRU MONTA-CHAVE-APR-FIM
060250     ,  ,  MOVE 'S'                 TO APRPEN-TIPO
060250     ,  ,  MOVE SELHIST-REGISTRO    TO APRPEN-IMAGEM
060250     ,  ,  PERFORM GRAVA-APRPEN     THRU GRAVA-APRPEN-FIM
060250     ,  ,  ADD 1                    TO WS-CONT-SELHIST-RETIDO
060250     ,  ,  SUBTRACT 1             FROM WS-CONT-SELHIST-TOTAL
060250     ,  ,  GO                       TO SEPARA-SELHIST-FIM
060250     ,  END-IF
060250     END-IF.
060250     MOVE 'GRA4'                    TO WS-ABEND-LOCATION.
060250     WRITE SELHIST-REGISTRO.
060250     IF FS-SELHIST NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR SELHIS **'
060250     ,  DISPLAY '** STATUS = ' FS-SELHIST
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE SELH3'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 SEPARA-SELHIST-FIM. EXIT.
060250*----COPIA DO CONTABIL (HEADER E DETALHES) PARA O TEMPORARIO-----*
060250 COPIA-CONTABIL-APR.
060250     MOVE 'RDA5'                    TO WS-ABEND-LOCATION.
060250     READ CONTABIL.
060250     IF FS-CONTABIL NOT = '00'
060250     ,  IF FS-CONTABIL NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '** READ CONTABIL APR   **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-CONTABIL
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ CNTB3'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO COPIA-CONTABIL-APR-FIM
060250     END-IF.
060250     MOVE 'GRA5'                    TO WS-ABEND-LOCATION.
060250     WRITE CONTABIL-TEMP-REC      FROM CONTABIL-REGISTRO.
060250     IF FS-CONTABIL-TEMP NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR CBTMP  **'
060250     ,  DISPLAY '** STATUS = ' FS-CONTABIL-TEMP
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE CBTMP'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 COPIA-CONTABIL-APR-FIM. EXIT.
060250*----2A PASSADA DO CONTABIL: O LANCAMENTO DA ORG RETIDA SAI DO---*
060250*----ARQUIVO E DO TOTAL DE CONTROLE DO TRAILER-------------------*
060250 SEPARA-CONTABIL.
060250     MOVE 'RDA6'                    TO WS-ABEND-LOCATION.
060250     READ CONTABIL-TEMP.
060250     IF FS-CONTABIL-TEMP NOT = '00'
060250     ,  IF FS-CONTABIL-TEMP NOT = '10'
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  DISPLAY '** READ CONTABIL TEMP  **'
060250     ,  ,  DISPLAY '** STATUS = ' FS-CONTABIL-TEMP
060250     ,  ,  DISPLAY '*************************'
060250     ,  ,  MOVE 'ERRO READ CBTMP'   TO WS-ABENDMSG8
060250     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
060250     ,  END-IF
060250     ,  GO                          TO SEPARA-CONTABIL-FIM
060250     END-IF.
060250     IF CONTABIL-TEMP-REC(1:1) = 'D'
060250     ,  MOVE CONTABIL-TEMP-REC      TO CONTAB-DETALHE
060250     ,  MOVE CONTAB-D-ORG           TO WS-ORG-APR
060250     ,  PERFORM LOCALIZA-ORG-APR    THRU LOCALIZA-ORG-APR-FIM
060250     ,  IF WS-APR-LOCALIZADA
060250     ,  ,  IF WS-TAB-APR-RETIDA(WS-IND-APR)
060250     ,  ,  ,  PERFORM MONTA-CHAVE-APR THRU MONTA-CHAVE-APR-FIM
060250     ,  ,  ,  MOVE 'C'              TO APRPEN-TIPO
060250     ,  ,  ,  MOVE CONTABIL-TEMP-REC TO APRPEN-IMAGEM
060250     ,  ,  ,  PERFORM GRAVA-APRPEN  THRU GRAVA-APRPEN-FIM
060250     ,  ,  ,  ADD 1                 TO WS-CONT-CONTABIL-RETIDO
060250     ,  ,  ,  SUBTRACT 1          FROM WS-CONT-CONTABIL-TOTAL
060250     ,  ,  ,  SUBTRACT 1          FROM WS-CONTAB-QTDE-DET
060250     ,  ,  ,  SUBTRACT CONTAB-D-VALOR FROM WS-CONTAB-HASH
060250     ,  ,  ,  GO                    TO SEPARA-CONTABIL-FIM
060250     ,  ,  END-IF
060250     ,  END-IF
060250     END-IF.
060250     MOVE 'GRA6'                    TO WS-ABEND-LOCATION.
060250     WRITE CONTABIL-REGISTRO      FROM CONTABIL-TEMP-REC.
060250     IF FS-CONTABIL NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR CONTAB **'
060250     ,  DISPLAY '** STATUS = ' FS-CONTABIL
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE CNTB3'     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250 SEPARA-CONTABIL-FIM. EXIT.
060250*----CHAVE DA PENDENCIA: ORG + DATA/HORA DESTA EXECUCAO----------*
060250 MONTA-CHAVE-APR.
060250     MOVE SPACES                    TO APRPEN-REGISTRO.
060250     MOVE WS-ORG-APR                TO APRPEN-ORG.
060250     MOVE DATE-OPEN-PROC            TO APRPEN-DATA-EXEC.
060250     MOVE WS-HORA-EXEC(1:6)         TO APRPEN-HORA-EXEC.
060250     MOVE WS-SOLICITANTE            TO APRPEN-SOLICITANTE.
060250 MONTA-CHAVE-APR-FIM. EXIT.
060250 GRAVA-APRPEN.
060250     MOVE 'GRAP'                    TO WS-ABEND-LOCATION.
060250     WRITE APRPEN-REGISTRO.
060250     IF FS-APRPEN NOT = '00'
060250     ,  DISPLAY '*************************'
060250     ,  DISPLAY '** WRITE ERROR APRPEN  **'
060250     ,  DISPLAY '** STATUS = ' FS-APRPEN
060250     ,  DISPLAY '*************************'
060250     ,  MOVE 'ERRO WRITE APRP '     TO WS-ABENDMSG8
060250     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
060250     END-IF.
060250     ADD 1                          TO WS-CONT-APRPEN.
060250 GRAVA-APRPEN-FIM. EXIT.
060250*--FIM RETENCAO PARA APROVACAO DAS ORGS ACIMA DA ALCADA----------*
060300*------------------FECHAMENTO DE ARQUIVOS                         
060400 FECHAR-ARQUIVOS.                                                 
060900     MOVE 'CLCR'                    TO WS-ABEND-LOCATION          
061000     SET AMCRRB-CLOSE               TO TRUE.                      
061100     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.              
061200*                                                                 
061710     CLOSE UUGBF122.                                              
061720     IF FS-UUGBF122 NOT EQUAL '00'                                
061900        DISPLAY '##ERRO FECHAR ARQUIVO UUGBF122: ' FS-UUGBF122    
062231        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
062231     END-IF.
062231*
062231     IF NOT WS-BLQMST-AUSENTE
062231     ,  CLOSE BLQMST
062231     ,  IF FS-BLQMST NOT EQUAL '00'
062231     ,  ,  DISPLAY '##ERRO FECHAR ARQUIVO BLQMST: ' FS-BLQMST
062231     ,  ,  MOVE 'ERRO CLOSE BLQM'   TO WS-ABENDMSG8
062231     ,  ,  PERFORM CCSI-ABEND      THRU CCSI-ABEND-EXIT
062231     ,  END-IF
062231     END-IF.
062231*
062231*----ORG ACIMA DA ALCADA FICA RETIDA PARA APROVACAO: SAI DO------*
062231*----EXTRATO, DO SELHIST E DO CONTABIL E VAI PARA O APRPEN-------*
062231     PERFORM SEPARA-APROVACAO   THRU SEPARA-APROVACAO-FIM.
062231*
062231*----RESUMO COM AS CONTAS LIBERADAS E RETIDAS JA SEPARADAS-------*
062231     PERFORM IMPRIME-RESUMO-EXECUCAO
062231             THRU IMPRIME-RESUMO-EXECUCAO-FIM.
062231*
061700     CLOSE SAIDA.                                                 
061800     IF FS-SAIDA   NOT EQUAL '00'                                 
061900        DISPLAY '##ERRO FECHAR ARQUIVO SAIDA: ' FS-SAIDA          
062000        MOVE 'ERRO CLOSE SAIDA'   TO WS-ABENDMSG8                 
062100        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT           
062200     END-IF.                                                      
062231*
062232*----TRAILER DA INTERFACE CONTABIL COM TOTAL DE CONTROLE---------*
062233     MOVE WS-CONTAB-QTDE-DET    TO CONTAB-T-QTDE.
062234     MOVE WS-CONTAB-HASH        TO CONTAB-T-HASH.
