000100*================================================================*
000200 IDENTIFICATION DIVISION.
000300*================================================================*
000400  PROGRAM-ID. UUGPB918.
000500*----------------------------------------------------------------*
000600*  ESTAGIARIO        : DENIO BARBOSA JUNIOR                      *
000700*  DATA DE INICIO    : 06/03/2017                                *
000800*  DATA DE CONCLUSAO :                                           *
000900*----------------------------------------------------------------*
001000*  MANUTENCAO DO MESTRE DE BLOQUEIOS JUDICIAIS / EXCLUSOES       *
001100*  MANUAIS (BLQMST, INDEXADO, CHAVE ORG + CONTA) CONSULTADO      *
001200*  PELO UUGPB910 ANTES DA SELECAO. APLICA OS MOVIMENTOS DE       *
001300*  INCLUSAO (I), ALTERACAO (A) E EXCLUSAO (E) ENVIADOS PELO      *
001400*  JURIDICO / OUVIDORIA, IMPRIMINDO A LISTAGEM DE AUDITORIA DE   *
001500*  CADA ALTERACAO (ALTERACAO COM IMAGEM ANTES E DEPOIS). EM      *
001600*  SEGUIDA VARRE O MESTRE: BLOQUEIOS COM DATA FIM VENCIDA SAO    *
001700*  RETIRADOS AUTOMATICAMENTE E OS QUE VENCEM NOS PROXIMOS 30     *
001800*  DIAS SAO SINALIZADOS NA LISTAGEM.                             *
001850*  DATA DE REFERENCIA (VIGENCIA E VENCIMENTO): A DO AMCR.        *
001900*  QUEBRA: NAO HA                                                *
002000*  CLASSIFICACAO: NAO HA (ORDEM DO ARQUIVO DE MOVIMENTO E        *
002100*                 ORDEM DA CHAVE NA VARREDURA DO MESTRE)         *
002200*  TOTALIZADORES: MOVIMENTOS LIDOS, INCLUIDOS, ALTERADOS,        *
002300*                 EXCLUIDOS, REJEITADOS, EXPIRADOS, A VENCER E   *
002400*                 BLOQUEIOS ATIVOS NO MESTRE.                    *
002500*----------------------------------------------------------------*
002600*================================================================*
002700 ENVIRONMENT DIVISION.
002800*================================================================*
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
003100*----------------------------------------------------------------*
003200 INPUT-OUTPUT SECTION.
003300*----------------------------------------------------------------*
003400 FILE-CONTROL.
003500*----------------------------------------------------------------*
003600     SELECT BLQTRN    ASSIGN      TO BLQTRN
003700            FILE STATUS          IS FS-BLQTRN.
003800*
003900     SELECT BLQMST    ASSIGN      TO BLQMST
004000            ORGANIZATION         IS INDEXED
004100            ACCESS MODE          IS DYNAMIC
004200            RECORD KEY           IS BLQMST-CHAVE
004300            FILE STATUS          IS FS-BLQMST.
004400*
004500     SELECT RELBLQ    ASSIGN      TO RELBLQ
004600            FILE STATUS          IS FS-RELBLQ.
004700*
004800     SELECT RUNJRNL   ASSIGN      TO RUNJRNL
004900            FILE STATUS          IS FS-RUNJRNL.
005000*================================================================*
005100 DATA DIVISION.
005200*================================================================*
005300 FILE SECTION.
005400
005500 FD BLQTRN
005600     RECORD CONTAINS 080 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     RECORDING MODE F.
005900 01 BLQTRN-REGISTRO.
006000    03 BLQTRN-TIPO           PIC  X(001).
006100       88 BLQTRN-INCLUSAO           VALUE 'I'.
006200       88 BLQTRN-ALTERACAO          VALUE 'A'.
006300       88 BLQTRN-EXCLUSAO           VALUE 'E'.
006400    03 BLQTRN-ORG            PIC  9(003).
006500    03 BLQTRN-CONTA          PIC  X(019).
006600    03 BLQTRN-COD-MOTIVO     PIC  X(002).
006700    03 BLQTRN-AREA-SOLIC     PIC  X(010).
006800    03 BLQTRN-DATA-INICIO    PIC  9(008).
006900    03 BLQTRN-DATA-FIM       PIC  9(008).
007000    03 BLQTRN-USUARIO        PIC  X(008).
007100    03 FILLER                PIC  X(021).
007200
007300 FD BLQMST
007400     RECORD CONTAINS 100 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS.
007600     COPY UUGBLQ.
007700
007800 FD RELBLQ
007900     RECORD CONTAINS 132 CHARACTERS
008000     BLOCK CONTAINS 0 RECORDS
008100     RECORDING MODE F.
008200 01 RELBLQ-LINHA           PIC X(132).
008300
008400 FD RUNJRNL
008500     RECORD CONTAINS 080 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     RECORDING MODE F.
008800     COPY UUGJRN.
008900*----------------------------------------------------------------*
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------*
009200* LINHAS DO RELATORIO DE AUDITORIA DOS BLOQUEIOS
009300*----------------------------------------------------------------*
009400 01 CABECALHO.
009500    03 PRIMEIRA-LINHA.
009600       05 FILLER              PIC X(014) VALUE 'XXXXXXX - R01'.
009700       05 FILLER              PIC X(010) VALUE SPACES.
009800       05 FILLER              PIC X(036) VALUE
009900          'FIDELITY PROCESSADORA E SERVI OS S/A'.
010000       05 FILLER              PIC X(028) VALUE SPACES.
010100       05 FILLER              PIC X(012) VALUE 'FILE DATE: '.
010200       05 WS-DATA-SISTEMA.
010300          07 WS-DIA-SISTEMA   PIC 9(002) VALUE ZEROS.
010400          07 FILLER           PIC X(001) VALUE '/'.
010500          07 WS-MES-SISTEMA   PIC 9(002) VALUE ZEROS.
010600          07 FILLER           PIC X(001) VALUE '/'.
010700          07 WS-ANO-SISTEMA   PIC 9(004) VALUE ZEROS.
010800       05 FILLER              PIC X(008) VALUE '    PAGE'.
010900       05 WS-PAG              PIC Z.ZZZ.ZZ9.
011000    03 SEGUNDA-LINHA.
011100       05 FILLER              PIC X(050) VALUE
011200          'MANUTENCAO DO MESTRE DE BLOQUEIOS JUDICIAIS'.
011300       05 FILLER              PIC X(024) VALUE SPACES.
011400       05 FILLER              PIC X(046) VALUE
011500           'AJUSTES SALDO DEVEDOR PRODUTO INSS VISION PLUS'.
011600    03 TERCEIRA-LINHA.
011700       05 FILLER              PIC X(132) VALUE SPACES.
011800    03 QUARTA-LINHA.
011900       05 FILLER              PIC X(008) VALUE 'OPERACAO'.
012000       05 FILLER              PIC X(012) VALUE SPACES.
012100       05 FILLER              PIC X(003) VALUE 'ORG'.
012200       05 FILLER              PIC X(002) VALUE SPACES.
012300       05 FILLER              PIC X(005) VALUE 'CONTA'.
012400       05 FILLER              PIC X(016) VALUE SPACES.
012500       05 FILLER              PIC X(003) VALUE 'MOT'.
012600       05 FILLER              PIC X(001) VALUE SPACES.
012700       05 FILLER              PIC X(004) VALUE 'AREA'.
012800       05 FILLER              PIC X(008) VALUE SPACES.
012900       05 FILLER              PIC X(006) VALUE 'INICIO'.
013000       05 FILLER              PIC X(004) VALUE SPACES.
013100       05 FILLER              PIC X(003) VALUE 'FIM'.
013200       05 FILLER              PIC X(007) VALUE SPACES.
013300       05 FILLER              PIC X(007) VALUE 'USUARIO'.
013400       05 FILLER              PIC X(003) VALUE SPACES.
013500       05 FILLER              PIC X(010) VALUE 'OBSERVACAO'.
013600*
013700 01 BLQ-CORPO.
013800    03 BLQ-OPERACAO           PIC X(018) VALUE SPACES.
013900    03 FILLER                 PIC X(002) VALUE SPACES.
014000    03 BLQ-ORG                PIC 9(003) VALUE ZEROS.
014100    03 FILLER                 PIC X(002) VALUE SPACES.
014200    03 BLQ-CONTA              PIC X(019) VALUE SPACES.
014300    03 FILLER                 PIC X(002) VALUE SPACES.
014400    03 BLQ-MOTIVO             PIC X(002) VALUE SPACES.
014500    03 FILLER                 PIC X(002) VALUE SPACES.
014600    03 BLQ-AREA               PIC X(010) VALUE SPACES.
014700    03 FILLER                 PIC X(002) VALUE SPACES.
014800    03 BLQ-DATA-INICIO        PIC 9(008) VALUE ZEROS.
014900    03 FILLER                 PIC X(002) VALUE SPACES.
015000    03 BLQ-DATA-FIM           PIC 9(008) VALUE ZEROS.
015100    03 FILLER                 PIC X(002) VALUE SPACES.
015200    03 BLQ-USUARIO            PIC X(008) VALUE SPACES.
015300    03 FILLER                 PIC X(002) VALUE SPACES.
015400    03 BLQ-OBSERVACAO         PIC X(040) VALUE SPACES.
015500*
015600 01 BLQ-OBS-VENCIMENTO.
015700    03 FILLER                 PIC X(009) VALUE 'VENCE EM '.
015800    03 BLQ-OBS-DIAS           PIC Z9.
015900    03 FILLER                 PIC X(029) VALUE ' DIA(S)'.
016000*
016100 01 IMPRESSAO.
016200    03 WS-IMPRIME-TITULO-MOV.
016300       05 FILLER                  PIC X(040) VALUE
016400       '*** MOVIMENTOS APLICADOS AO MESTRE ***'.
016500    03 WS-IMPRIME-TITULO-VARRE.
016600       05 FILLER                  PIC X(060) VALUE
016700       '*** BLOQUEIOS EXPIRADOS E A VENCER EM ATE 30 DIAS ***'.
016800    03 WS-IMPRIME-LIDOS.
016900       05 FILLER                  PIC X(028) VALUE
017000       'MOVIMENTOS LIDOS..........: '.
017100       05 WS-TOT-LIDOS            PIC Z.ZZZ.ZZ9.
017200    03 WS-IMPRIME-INCLUIDOS.
017300       05 FILLER                  PIC X(028) VALUE
017400       'BLOQUEIOS INCLUIDOS.......: '.
017500       05 WS-TOT-INCLUIDOS        PIC Z.ZZZ.ZZ9.
017600    03 WS-IMPRIME-ALTERADOS.
017700       05 FILLER                  PIC X(028) VALUE
017800       'BLOQUEIOS ALTERADOS.......: '.
017900       05 WS-TOT-ALTERADOS        PIC Z.ZZZ.ZZ9.
018000    03 WS-IMPRIME-EXCLUIDOS.
018100       05 FILLER                  PIC X(028) VALUE
018200       'BLOQUEIOS EXCLUIDOS.......: '.
018300       05 WS-TOT-EXCLUIDOS        PIC Z.ZZZ.ZZ9.
018400    03 WS-IMPRIME-REJEITADOS.
018500       05 FILLER                  PIC X(028) VALUE
018600       'MOVIMENTOS REJEITADOS.....: '.
018700       05 WS-TOT-REJEITADOS       PIC Z.ZZZ.ZZ9.
018800    03 WS-IMPRIME-EXPIRADOS.
018900       05 FILLER                  PIC X(028) VALUE
019000       'EXPIRADOS RETIRADOS.......: '.
019100       05 WS-TOT-EXPIRADOS        PIC Z.ZZZ.ZZ9.
019200    03 WS-IMPRIME-A-VENCER.
019300       05 FILLER                  PIC X(028) VALUE
019400       'A VENCER EM ATE 30 DIAS...: '.
019500       05 WS-TOT-A-VENCER         PIC Z.ZZZ.ZZ9.
019600    03 WS-IMPRIME-ATIVOS.
019700       05 FILLER                  PIC X(028) VALUE
019800       'BLOQUEIOS NO MESTRE.......: '.
019900       05 WS-TOT-ATIVOS           PIC Z.ZZZ.ZZ9.
020000*----------------------------------------------------------------*
020100* VARIAVEIS CONTROLE
020200*----------------------------------------------------------------*
020300 01 CONTROLADORES.
020400    03 FS-BLQTRN                PIC X(002) VALUE '00'.
020500    03 FS-BLQMST                PIC X(002) VALUE '00'.
020600    03 FS-RELBLQ                PIC X(002) VALUE '00'.
020700*
020800    03 WS-FIM-BLQTRN            PIC X(001) VALUE 'N'.
020900    03 WS-FIM-BLQMST            PIC X(001) VALUE 'N'.
021000    03 WS-SEM-MOVIMENTO         PIC X(001) VALUE 'N'.
021100       88 WS-BLQTRN-AUSENTE           VALUE 'S'.
021200    03 WS-RETORNO-FINAL         PIC 9(002) VALUE ZEROS.
021300    03 WS-MSG-REJEICAO          PIC X(040) VALUE SPACES.
021400    03 WS-IND-TRN-VALIDA        PIC X(001) VALUE 'S'.
021500       88 WS-TRN-VALIDA               VALUE 'S'.
021600    03 WS-IND-DATA-OK           PIC X(001) VALUE 'S'.
021700       88 WS-DATA-OK                  VALUE 'S'.
021800*
021900*----COPIA DO REGISTRO DO MESTRE ANTES DA ALTERACAO--------------*
022000    03 BLQ-ANTERIOR.
022100       05 ANT-ORG               PIC 9(003).
022200       05 ANT-CONTA             PIC X(019).
022300       05 ANT-COD-MOTIVO        PIC X(002).
022400       05 ANT-AREA-SOLIC        PIC X(010).
022500       05 ANT-DATA-INICIO       PIC 9(008).
022600       05 ANT-DATA-FIM          PIC 9(008).
022700       05 ANT-DATA-INCLUSAO     PIC 9(008).
022800       05 ANT-DATA-ALTERACAO    PIC 9(008).
022900       05 ANT-USUARIO           PIC X(008).
023000       05 FILLER                PIC X(026).
023100*
023200 01 CONTADORES.
023300    03 WS-CONT-LIDOS            PIC 9(007) VALUE ZEROS.
023400    03 WS-CONT-INCLUIDOS        PIC 9(007) VALUE ZEROS.
023500    03 WS-CONT-ALTERADOS        PIC 9(007) VALUE ZEROS.
023600    03 WS-CONT-EXCLUIDOS        PIC 9(007) VALUE ZEROS.
023700    03 WS-CONT-REJEITADOS       PIC 9(007) VALUE ZEROS.
023800    03 WS-CONT-EXPIRADOS        PIC 9(007) VALUE ZEROS.
023900    03 WS-CONT-A-VENCER         PIC 9(007) VALUE ZEROS.
024000    03 WS-CONT-ATIVOS           PIC 9(007) VALUE ZEROS.
024100    03 WS-CONT-LINHAS           PIC 9(002) VALUE 00.
024200    03 WS-CONT-PAG              PIC 9(007) VALUE ZEROS.
024300*----------------------------------------------------------------*
024400* VARIAVEIS PARA CALCULO DE DATAS (AAAAMMDD)
024500*----------------------------------------------------------------*
024600 01 CALCULO-DATAS.
024700    03 WS-DATA-CALC.
024800       05 WS-CALC-AAAA           PIC 9(004) VALUE ZEROS.
024900       05 WS-CALC-MM             PIC 9(002) VALUE ZEROS.
025000       05 WS-CALC-DD             PIC 9(002) VALUE ZEROS.
025100    03 WS-DATA-CALC-N  REDEFINES WS-DATA-CALC
025200                                 PIC 9(008).
025300    03 WS-DIAS-CALC              PIC 9(007) VALUE ZEROS.
025400    03 WS-DIAS-HOJE              PIC 9(007) VALUE ZEROS.
025500    03 WS-DIAS-RESTANTES         PIC S9(007) VALUE ZEROS.
025600    03 WS-CALC-QUOC              PIC 9(004) VALUE ZEROS.
025700    03 WS-CALC-RESTO             PIC 9(004) VALUE ZEROS.
025800    03 WS-DIAS-ACUMULADOS        PIC X(036) VALUE
025900       '000031059090120151181212243273304334'.
026000    03 WS-DIAS-ACUM-R  REDEFINES WS-DIAS-ACUMULADOS.
026100       05 WS-DIAS-ACUM-MES OCCURS 12 TIMES
026200                                 PIC 9(003).
026300    03 WS-PRAZO-AVISO            PIC 9(003) VALUE 030.
026400*----------------------------------------------------------------*
026500* VARIAVEIS PARA MONTAGEM DA DATA DO CABECALHO
026600*----------------------------------------------------------------*
026700 01 MONTADORES-DATA.
026800    03 WS-DATA-SYS.
026900       05 WS-DT-SYS-AAAA         PIC 9(004) VALUE ZEROS.
027000       05 WS-DT-SYS-MM           PIC 9(002) VALUE ZEROS.
027100       05 WS-DT-SYS-DD           PIC 9(002) VALUE ZEROS.
027200    03 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
027209    03 WS-DATA-HOJE-R  REDEFINES WS-DATA-HOJE.
027218       05 WS-HOJE-AAAA           PIC 9(004).
027227       05 WS-HOJE-MM             PIC 9(002).
027236       05 WS-HOJE-DD             PIC 9(002).
027245    03 WS-DATA-JULIANA           PIC 9(007) VALUE ZEROS.
027254    03 WS-DATA-AMCR              PIC 9(008) VALUE ZEROS.
027263    03 WS-DATA-AMCR-R  REDEFINES WS-DATA-AMCR.
027272       05 WS-AMCR-DD             PIC 9(002).
027281       05 WS-AMCR-MM             PIC 9(002).
027290       05 WS-AMCR-AAAA           PIC 9(004).
027300*----------------------------------------------------------------*
027400*            BOOKS  PARA  ACESSO  AOS ARQUIVOS                   *
027500*----------------------------------------------------------------*
027600*
027700     COPY AR00WS.
027800*
027810     COPY AMCRIO.
027820     COPY AMCRRL.
027830     COPY AMCRRB.
027840*
027850     COPY CCS302.
027860*
027900     COPY CCS301.
028000*
028100     COPY UUGJRNW.
028200*================================================================*
028300 PROCEDURE DIVISION.
028400*================================================================*
028500 ROTINA-PRINCIPAL.
028600     MOVE 'UUGP'                     TO WS-ABEND-PROG-ID.
028700*
028800     PERFORM ABRIR-ARQUIVOS          THRU ABRIR-ARQUIVOS-FIM.
028900*
029000     WRITE RELBLQ-LINHA FROM WS-IMPRIME-TITULO-MOV.
029100     ADD 1                           TO WS-CONT-LINHAS.
029200     PERFORM LER-BLQTRN              THRU LER-BLQTRN-FIM.
029300     PERFORM PROCESSA-MOVIMENTO      THRU PROCESSA-MOVIMENTO-FIM
029400             UNTIL WS-FIM-BLQTRN = 'S'.
029500*
029600     PERFORM INICIA-VARREDURA        THRU INICIA-VARREDURA-FIM.
029700     PERFORM VARRE-MESTRE            THRU VARRE-MESTRE-FIM
029800             UNTIL WS-FIM-BLQMST = 'S'.
029900*
030000     PERFORM IMPRIME-TOTAIS          THRU IMPRIME-TOTAIS-FIM.
030100*
030200     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
030300*
030400     DISPLAY WS-IMPRIME-LIDOS.
030500     DISPLAY WS-IMPRIME-REJEITADOS.
030600     DISPLAY WS-IMPRIME-EXPIRADOS.
030700     DISPLAY WS-IMPRIME-A-VENCER.
030800*
030900     MOVE 'UUGPB918'                 TO RUNJRN-WS-PROGRAMA.
031000     MOVE WS-CONT-LIDOS              TO RUNJRN-WS-ENTRADA.
031100     COMPUTE RUNJRN-WS-SAIDA   = WS-CONT-INCLUIDOS
031200                               + WS-CONT-ALTERADOS
031300                               + WS-CONT-EXCLUIDOS
031400                               + WS-CONT-EXPIRADOS.
031500     MOVE WS-CONT-REJEITADOS         TO RUNJRN-WS-REJEITOS.
031600     MOVE WS-RETORNO-FINAL           TO RUNJRN-WS-RETORNO.
031700     PERFORM GRAVA-RUN-JOURNAL       THRU GRAVA-RUN-JOURNAL-EXIT.
031800*
031900     MOVE WS-RETORNO-FINAL           TO RETURN-CODE.
032000*
032100     STOP RUN.
032200*
032300 ROTINA-PRINCIPAL-FIM.
032400*
032500*------------------ABERTURA DE ARQUIVOS
032600 ABRIR-ARQUIVOS.
032700*----DATA DE PROCESSAMENTO DO AMCR (VIGENCIA E VENCIMENTOS)----*
032710     MOVE 'OPCR'              TO WS-ABEND-LOCATION.
032720     SET AMCRRB-OPEN-INPUT-RDM       TO TRUE.
032730     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
032740     MOVE 'LCRP'              TO WS-ABEND-LOCATION.
032750     MOVE ZEROS               TO AMCRIO-ORG.
032760     MOVE ZEROS               TO AMCRIO-LOGO.
032770     MOVE ZEROS               TO AMCRIO-REC-NBR.
032780     SET AMCRRB-READ-RANDOM          TO TRUE.
032790     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
032800     MOVE AMCRIO-RECORD       TO AMCR-RECORD-SYSTEM.
032810     MOVE AMCR-S-C-TODAYS-JULIAN     TO WS-DATA-JULIANA.
032820     MOVE 'CLCR'              TO WS-ABEND-LOCATION.
032830     SET AMCRRB-CLOSE                TO TRUE.
032840     PERFORM AMCRPD-ACCESS  THRU AMCRPD-ACCESS-EXIT.
032850     MOVE WS-DATA-JULIANA     TO WS-DTE-JULIAN.
032860     MOVE 1                   TO WS-DATE-FORMAT.
032870     PERFORM CCSI-JUL-TO-GREG THRU CCSI-JTG-EXIT.
032880     MOVE WS-DTE-DATE         TO WS-DATA-AMCR.
032890     MOVE WS-AMCR-AAAA        TO WS-HOJE-AAAA.
032900     MOVE WS-AMCR-MM          TO WS-HOJE-MM.
032910     MOVE WS-AMCR-DD          TO WS-HOJE-DD.
033000     MOVE WS-DATA-HOJE               TO WS-DATA-CALC-N.
033100     PERFORM CALCULA-DIAS            THRU CALCULA-DIAS-FIM.
033200     MOVE WS-DIAS-CALC               TO WS-DIAS-HOJE.
033300*
033400*----SEM MOVIMENTO NO DIA: APENAS VARRE O MESTRE-----------------*
033500     MOVE 'OPBT'              TO WS-ABEND-LOCATION.
033600     OPEN INPUT BLQTRN.
033700     IF FS-BLQTRN = '35'
033800     ,  MOVE 'S'                     TO WS-SEM-MOVIMENTO
033900     ELSE
034000     ,  IF FS-BLQTRN NOT EQUAL '00'
034100     ,  ,  DISPLAY '**************************'
034200     ,  ,  DISPLAY '**************************'
034300     ,  ,  DISPLAY '** OPEN ERROR BLQTRN     **'
034400     ,  ,  DISPLAY '** STATUS = ' FS-BLQTRN
034500     ,  ,  DISPLAY '**************************'
034600     ,  ,  DISPLAY '**************************'
034700     ,  ,  MOVE 'ERRO OPEN BLQT  '   TO WS-ABENDMSG8
034800     ,  ,  PERFORM CCSI-ABEND        THRU CCSI-ABEND-EXIT
034900     ,  END-IF
035000     END-IF.
035100*
035200     MOVE 'OPBM'              TO WS-ABEND-LOCATION.
035300     OPEN I-O BLQMST.
035400*----MESTRE AINDA NAO CARREGADO: CRIA VAZIO E REABRE-------------*
035500     IF FS-BLQMST = '35'
035600     ,  OPEN OUTPUT BLQMST
035700     ,  CLOSE BLQMST
035800     ,  OPEN I-O BLQMST
035900     END-IF.
036000     IF FS-BLQMST NOT EQUAL '00'
036100     ,  DISPLAY '**************************'
036200     ,  DISPLAY '**************************'
036300     ,  DISPLAY '** OPEN ERROR BLQMST     **'
036400     ,  DISPLAY '** STATUS = ' FS-BLQMST
036500     ,  DISPLAY '**************************'
036600     ,  DISPLAY '**************************'
036700     ,  MOVE 'ERRO OPEN BLQM  '   TO WS-ABENDMSG8
036800     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
036900     END-IF.
037000*
037100     MOVE 'OPRB'              TO WS-ABEND-LOCATION.
037200     OPEN OUTPUT RELBLQ.
037300     IF FS-RELBLQ NOT EQUAL '00'
037400     ,  DISPLAY '**************************'
037500     ,  DISPLAY '**************************'
037600     ,  DISPLAY '** OPEN ERROR RELBLQ     **'
037700     ,  DISPLAY '** STATUS = ' FS-RELBLQ
037800     ,  DISPLAY '**************************'
037900     ,  DISPLAY '**************************'
038000     ,  MOVE 'ERRO OPEN RELB  '   TO WS-ABENDMSG8
038100     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
038200     END-IF.
038300*
038400     ADD 1                           TO WS-CONT-PAG.
038500     MOVE WS-CONT-PAG                TO WS-PAG.
038600     PERFORM MONTAR-CABECALHO        THRU MONTAR-CABECALHO-EXIT.
038700*
038800 ABRIR-ARQUIVOS-FIM. EXIT.
038900*------------------FIM DA ABERTURA DOS ARQUIVOS
039000*--------------LEITURA DO ARQUIVO DE MOVIMENTO-------------------*
039100 LER-BLQTRN.
039200     IF WS-BLQTRN-AUSENTE
039300     ,  MOVE 'S'                     TO WS-FIM-BLQTRN
039400     ,  GO                           TO LER-BLQTRN-FIM
039500     END-IF.
039600     MOVE 'RDBT'                    TO WS-ABEND-LOCATION.
039700     READ BLQTRN.
039800     IF FS-BLQTRN NOT = ZEROS
039900     ,  IF FS-BLQTRN NOT = 10
040000     ,  ,  DISPLAY '*************************'
040100     ,  ,  DISPLAY '**    READ BLQTRN      **'
040200     ,  ,  DISPLAY '** STATUS = ' FS-BLQTRN
040300     ,  ,  DISPLAY '*************************'
040400     ,  ,  MOVE 'ERRO READ BLQT  '  TO WS-ABENDMSG8
040500     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
040600     ,  END-IF
040700     END-IF.
040800     IF FS-BLQTRN = 10
040900     ,  MOVE 'S'                    TO WS-FIM-BLQTRN
041000     ELSE
041100     ,  ADD 1                       TO WS-CONT-LIDOS
041200     END-IF.
041300 LER-BLQTRN-FIM. EXIT.
041400*-----------FIM LEITURA DO ARQUIVO DE MOVIMENTO------------------*
041500*----------APLICACAO DE UM MOVIMENTO AO MESTRE-------------------*
041600 PROCESSA-MOVIMENTO.
041700     PERFORM VALIDA-MOVIMENTO       THRU VALIDA-MOVIMENTO-FIM.
041800     IF NOT WS-TRN-VALIDA
041900     ,  PERFORM REJEITA-MOVIMENTO   THRU REJEITA-MOVIMENTO-FIM
042000     ,  GO                          TO PROCESSA-MOVIMENTO-LER
042100     END-IF.
042200*
042300     IF BLQTRN-INCLUSAO
042400     ,  PERFORM INCLUI-BLOQUEIO     THRU INCLUI-BLOQUEIO-FIM
042500     END-IF.
042600     IF BLQTRN-ALTERACAO
042700     ,  PERFORM ALTERA-BLOQUEIO     THRU ALTERA-BLOQUEIO-FIM
042800     END-IF.
042900     IF BLQTRN-EXCLUSAO
043000     ,  PERFORM EXCLUI-BLOQUEIO     THRU EXCLUI-BLOQUEIO-FIM
043100     END-IF.
043200*
043300 PROCESSA-MOVIMENTO-LER.
043400     PERFORM LER-BLQTRN             THRU LER-BLQTRN-FIM.
043500 PROCESSA-MOVIMENTO-FIM. EXIT.
043600*--------FIM APLICACAO DE UM MOVIMENTO AO MESTRE-----------------*
043700*--------------CRITICA DO MOVIMENTO------------------------------*
043800 VALIDA-MOVIMENTO.
043900     MOVE 'S'                        TO WS-IND-TRN-VALIDA.
044000     MOVE SPACES                     TO WS-MSG-REJEICAO.
044100*
044200     IF NOT BLQTRN-INCLUSAO
044300     AND NOT BLQTRN-ALTERACAO
044400     AND NOT BLQTRN-EXCLUSAO
044500     ,  MOVE 'TIPO DE MOVIMENTO INVALIDO'  TO WS-MSG-REJEICAO
044600     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
044700     END-IF.
044800     IF BLQTRN-ORG NOT NUMERIC
044900     OR BLQTRN-ORG = ZEROS
045000     ,  MOVE 'ORG INVALIDA'          TO WS-MSG-REJEICAO
045100     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
045200     END-IF.
045300     IF BLQTRN-CONTA = SPACES
045400     ,  MOVE 'CONTA NAO INFORMADA'   TO WS-MSG-REJEICAO
045500     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
045600     END-IF.
045700     IF BLQTRN-USUARIO = SPACES
045800     ,  MOVE 'USUARIO NAO INFORMADO' TO WS-MSG-REJEICAO
045900     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
046000     END-IF.
046100*----EXCLUSAO PRECISA APENAS DA CHAVE E DO USUARIO---------------*
046200     IF BLQTRN-EXCLUSAO
046300     ,  GO                           TO VALIDA-MOVIMENTO-FIM
046400     END-IF.
046500*
046600     MOVE BLQTRN-COD-MOTIVO          TO BLQMST-COD-MOTIVO.
046700     IF NOT BLQMST-MOT-VALIDO
046800     ,  MOVE 'CODIGO DE MOTIVO INVALIDO'   TO WS-MSG-REJEICAO
046900     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
047000     END-IF.
047100     IF BLQTRN-AREA-SOLIC = SPACES
047200     ,  MOVE 'AREA SOLICITANTE NAO INFORMADA'
047300     ,                               TO WS-MSG-REJEICAO
047400     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
047500     END-IF.
047600*
047700     MOVE BLQTRN-DATA-INICIO         TO WS-DATA-CALC.
047800     PERFORM VALIDA-DATA             THRU VALIDA-DATA-FIM.
047900     IF NOT WS-DATA-OK
048000     ,  MOVE 'DATA INICIO INVALIDA'  TO WS-MSG-REJEICAO
048100     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
048200     END-IF.
048300*----DATA FIM 99999999 = BLOQUEIO POR PRAZO INDETERMINADO--------*
048400     IF BLQTRN-DATA-FIM NOT = 99999999
048500     ,  MOVE BLQTRN-DATA-FIM         TO WS-DATA-CALC
048600     ,  PERFORM VALIDA-DATA          THRU VALIDA-DATA-FIM
048700     ,  IF NOT WS-DATA-OK
048800     ,  ,  MOVE 'DATA FIM INVALIDA'  TO WS-MSG-REJEICAO
048900     ,  ,  GO                        TO VALIDA-MOVIMENTO-ERRO
049000     ,  END-IF
049100     END-IF.
049200     IF BLQTRN-DATA-FIM < BLQTRN-DATA-INICIO
049300     ,  MOVE 'DATA FIM ANTERIOR A DATA INICIO'
049400     ,                               TO WS-MSG-REJEICAO
049500     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
049600     END-IF.
049700     IF BLQTRN-DATA-FIM < WS-DATA-HOJE
049800     ,  MOVE 'DATA FIM JA VENCIDA'   TO WS-MSG-REJEICAO
049900     ,  GO                           TO VALIDA-MOVIMENTO-ERRO
050000     END-IF.
050100     GO                              TO VALIDA-MOVIMENTO-FIM.
050200*
050300 VALIDA-MOVIMENTO-ERRO.
050400     MOVE 'N'                        TO WS-IND-TRN-VALIDA.
050500 VALIDA-MOVIMENTO-FIM. EXIT.
050600*------------FIM CRITICA DO MOVIMENTO----------------------------*
050700*--------CRITICA DE UMA DATA AAAAMMDD EM WS-DATA-CALC------------*
050800 VALIDA-DATA.
050900     MOVE 'S'                        TO WS-IND-DATA-OK.
051000     IF WS-DATA-CALC-N NOT NUMERIC
051100     ,  MOVE 'N'                     TO WS-IND-DATA-OK
051200     ,  GO                           TO VALIDA-DATA-FIM
051300     END-IF.
051400     IF WS-CALC-AAAA < 1900
051500     OR WS-CALC-MM   < 01
051600     OR WS-CALC-MM   > 12
051700     OR WS-CALC-DD   < 01
051800     OR WS-CALC-DD   > 31
051900     ,  MOVE 'N'                     TO WS-IND-DATA-OK
052000     END-IF.
052100 VALIDA-DATA-FIM. EXIT.
052200*------FIM CRITICA DE UMA DATA AAAAMMDD EM WS-DATA-CALC----------*
052300*--------------INCLUSAO DE BLOQUEIO NO MESTRE--------------------*
052400 INCLUI-BLOQUEIO.
052500     MOVE SPACES                     TO BLQMST-REGISTRO.
052600     MOVE BLQTRN-ORG                 TO BLQMST-ORG.
052700     MOVE BLQTRN-CONTA               TO BLQMST-CONTA.
052800     MOVE BLQTRN-COD-MOTIVO          TO BLQMST-COD-MOTIVO.
052900     MOVE BLQTRN-AREA-SOLIC          TO BLQMST-AREA-SOLIC.
053000     MOVE BLQTRN-DATA-INICIO         TO BLQMST-DATA-INICIO.
053100     MOVE BLQTRN-DATA-FIM            TO BLQMST-DATA-FIM.
053200     MOVE WS-DATA-HOJE               TO BLQMST-DATA-INCLUSAO
053300                                        BLQMST-DATA-ALTERACAO.
053400     MOVE BLQTRN-USUARIO             TO BLQMST-USUARIO.
053500     MOVE 'GRBM'                     TO WS-ABEND-LOCATION.
053600     WRITE BLQMST-REGISTRO.
053700     IF FS-BLQMST = '22'
053800     ,  MOVE 'BLOQUEIO JA CADASTRADO' TO WS-MSG-REJEICAO
053900     ,  PERFORM REJEITA-MOVIMENTO   THRU REJEITA-MOVIMENTO-FIM
054000     ,  GO                          TO INCLUI-BLOQUEIO-FIM
054100     END-IF.
054200     IF FS-BLQMST NOT = '00'
054300     ,  DISPLAY '*************************'
054400     ,  DISPLAY '**   WRITE BLQMST      **'
054500     ,  DISPLAY '** STATUS = ' FS-BLQMST
054600     ,  DISPLAY '*************************'
054700     ,  MOVE 'ERRO WRIT BLQM  '     TO WS-ABENDMSG8
054800     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
054900     END-IF.
055000*
055100     MOVE 'INCLUSAO'                TO BLQ-OPERACAO.
055200     MOVE SPACES                    TO BLQ-OBSERVACAO.
055300     PERFORM MONTA-LINHA-MESTRE     THRU MONTA-LINHA-MESTRE-FIM.
055400     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
055500     ADD 1                          TO WS-CONT-INCLUIDOS.
055600 INCLUI-BLOQUEIO-FIM. EXIT.
055700*------------FIM INCLUSAO DE BLOQUEIO NO MESTRE------------------*
055800*-------ALTERACAO DE BLOQUEIO: IMAGEM ANTES E DEPOIS-------------*
055900 ALTERA-BLOQUEIO.
056000     MOVE BLQTRN-ORG                 TO BLQMST-ORG.
056100     MOVE BLQTRN-CONTA               TO BLQMST-CONTA.
056200     PERFORM LER-BLQMST-CHAVE        THRU LER-BLQMST-CHAVE-FIM.
056300     IF FS-BLQMST = '23'
056400     ,  MOVE 'BLOQUEIO NAO CADASTRADO'  TO WS-MSG-REJEICAO
056500     ,  PERFORM REJEITA-MOVIMENTO   THRU REJEITA-MOVIMENTO-FIM
056600     ,  GO                          TO ALTERA-BLOQUEIO-FIM
056700     END-IF.
056800     MOVE BLQMST-REGISTRO            TO BLQ-ANTERIOR.
056900*
057000     MOVE BLQTRN-COD-MOTIVO          TO BLQMST-COD-MOTIVO.
057100     MOVE BLQTRN-AREA-SOLIC          TO BLQMST-AREA-SOLIC.
057200     MOVE BLQTRN-DATA-INICIO         TO BLQMST-DATA-INICIO.
057300     MOVE BLQTRN-DATA-FIM            TO BLQMST-DATA-FIM.
057400     MOVE WS-DATA-HOJE               TO BLQMST-DATA-ALTERACAO.
057500     MOVE BLQTRN-USUARIO             TO BLQMST-USUARIO.
057600     MOVE 'RWBM'                     TO WS-ABEND-LOCATION.
057700     REWRITE BLQMST-REGISTRO.
057800     IF FS-BLQMST NOT = '00'
057900     ,  DISPLAY '*************************'
058000     ,  DISPLAY '**  REWRITE BLQMST     **'
058100     ,  DISPLAY '** STATUS = ' FS-BLQMST
058200     ,  DISPLAY '*************************'
058300     ,  MOVE 'ERRO RWRT BLQM  '     TO WS-ABENDMSG8
058400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
058500     END-IF.
058600*
058700     MOVE 'ALTERACAO - ANTES'       TO BLQ-OPERACAO.
058800     MOVE ANT-ORG                   TO BLQ-ORG.
058900     MOVE ANT-CONTA                 TO BLQ-CONTA.
059000     MOVE ANT-COD-MOTIVO            TO BLQ-MOTIVO.
059100     MOVE ANT-AREA-SOLIC            TO BLQ-AREA.
059200     MOVE ANT-DATA-INICIO           TO BLQ-DATA-INICIO.
059300     MOVE ANT-DATA-FIM              TO BLQ-DATA-FIM.
059400     MOVE ANT-USUARIO               TO BLQ-USUARIO.
059500     MOVE SPACES                    TO BLQ-OBSERVACAO.
059600     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
059700     MOVE 'ALTERACAO - DEPOIS'      TO BLQ-OPERACAO.
059800     PERFORM MONTA-LINHA-MESTRE     THRU MONTA-LINHA-MESTRE-FIM.
059900     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
060000     ADD 1                          TO WS-CONT-ALTERADOS.
060100 ALTERA-BLOQUEIO-FIM. EXIT.
060200*-----FIM ALTERACAO DE BLOQUEIO: IMAGEM ANTES E DEPOIS-----------*
060300*--------------EXCLUSAO DE BLOQUEIO DO MESTRE--------------------*
060400 EXCLUI-BLOQUEIO.
060500     MOVE BLQTRN-ORG                 TO BLQMST-ORG.
060600     MOVE BLQTRN-CONTA               TO BLQMST-CONTA.
060700     PERFORM LER-BLQMST-CHAVE        THRU LER-BLQMST-CHAVE-FIM.
060800     IF FS-BLQMST = '23'
060900     ,  MOVE 'BLOQUEIO NAO CADASTRADO'  TO WS-MSG-REJEICAO
061000     ,  PERFORM REJEITA-MOVIMENTO   THRU REJEITA-MOVIMENTO-FIM
061100     ,  GO                          TO EXCLUI-BLOQUEIO-FIM
061200     END-IF.
061300*
061400     MOVE 'EXCLUSAO'                TO BLQ-OPERACAO.
061500     MOVE 'EXCLUIDO POR'            TO BLQ-OBSERVACAO.
061600     MOVE BLQTRN-USUARIO            TO BLQ-OBSERVACAO(14:8).
061700     PERFORM MONTA-LINHA-MESTRE     THRU MONTA-LINHA-MESTRE-FIM.
061800*
061900     MOVE 'DLBM'                     TO WS-ABEND-LOCATION.
062000     DELETE BLQMST RECORD.
062100     IF FS-BLQMST NOT = '00'
062200     ,  DISPLAY '*************************'
062300     ,  DISPLAY '**  DELETE BLQMST      **'
062400     ,  DISPLAY '** STATUS = ' FS-BLQMST
062500     ,  DISPLAY '*************************'
062600     ,  MOVE 'ERRO DELT BLQM  '     TO WS-ABENDMSG8
062700     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
062800     END-IF.
062900     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
063000     ADD 1                          TO WS-CONT-EXCLUIDOS.
063100 EXCLUI-BLOQUEIO-FIM. EXIT.
063200*------------FIM EXCLUSAO DE BLOQUEIO DO MESTRE------------------*
063300*--------LEITURA RANDOMICA DO MESTRE PELA CHAVE INFORMADA--------*
063400 LER-BLQMST-CHAVE.
063500     MOVE 'RDBM'                     TO WS-ABEND-LOCATION.
063600     READ BLQMST.
063700     IF FS-BLQMST NOT = '00'
063800     AND FS-BLQMST NOT = '23'
063900     ,  DISPLAY '*************************'
064000     ,  DISPLAY '**    READ BLQMST      **'
064100     ,  DISPLAY '** STATUS = ' FS-BLQMST
064200     ,  DISPLAY '*************************'
064300     ,  MOVE 'ERRO READ BLQM  '     TO WS-ABENDMSG8
064400     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
064500     END-IF.
064600 LER-BLQMST-CHAVE-FIM. EXIT.
064700*------FIM LEITURA RANDOMICA DO MESTRE PELA CHAVE INFORMADA------*
064800*--------MOVIMENTO REJEITADO: LISTA COM O MOTIVO-----------------*
064900 REJEITA-MOVIMENTO.
065000     MOVE 'REJEITADO '              TO BLQ-OPERACAO.
065100     MOVE BLQTRN-TIPO               TO BLQ-OPERACAO(11:1).
065200     MOVE BLQTRN-ORG                TO BLQ-ORG.
065300     MOVE BLQTRN-CONTA              TO BLQ-CONTA.
065400     MOVE BLQTRN-COD-MOTIVO         TO BLQ-MOTIVO.
065500     MOVE BLQTRN-AREA-SOLIC         TO BLQ-AREA.
065600     MOVE BLQTRN-DATA-INICIO        TO BLQ-DATA-INICIO.
065700     MOVE BLQTRN-DATA-FIM           TO BLQ-DATA-FIM.
065800     MOVE BLQTRN-USUARIO            TO BLQ-USUARIO.
065900     MOVE WS-MSG-REJEICAO           TO BLQ-OBSERVACAO.
066000     PERFORM IMPRIME-LINHA          THRU IMPRIME-LINHA-FIM.
066100     ADD 1                          TO WS-CONT-REJEITADOS.
066200     IF WS-RETORNO-FINAL < 4
066300     ,  MOVE 4                      TO WS-RETORNO-FINAL
066400     END-IF.
066500 REJEITA-MOVIMENTO-FIM. EXIT.
066600*------FIM MOVIMENTO REJEITADO: LISTA COM O MOTIVO---------------*
066700*--------CAMPOS DO REGISTRO DO MESTRE PARA A LINHA---------------*
066800 MONTA-LINHA-MESTRE.
066900     MOVE BLQMST-ORG                TO BLQ-ORG.
067000     MOVE BLQMST-CONTA              TO BLQ-CONTA.
067100     MOVE BLQMST-COD-MOTIVO         TO BLQ-MOTIVO.
067200     MOVE BLQMST-AREA-SOLIC         TO BLQ-AREA.
067300     MOVE BLQMST-DATA-INICIO        TO BLQ-DATA-INICIO.
067400     MOVE BLQMST-DATA-FIM           TO BLQ-DATA-FIM.
067500     MOVE BLQMST-USUARIO            TO BLQ-USUARIO.
067600 MONTA-LINHA-MESTRE-FIM. EXIT.
067700*------FIM CAMPOS DO REGISTRO DO MESTRE PARA A LINHA-------------*
067800*------POSICIONAMENTO NO INICIO DO MESTRE PARA A VARREDURA-------*
067900 INICIA-VARREDURA.
068000     MOVE ZEROS                      TO WS-CONT-LINHAS.
068100     ADD 1                           TO WS-CONT-PAG.
068200     MOVE WS-CONT-PAG                TO WS-PAG.
068300     PERFORM MONTAR-CABECALHO        THRU MONTAR-CABECALHO-EXIT.
068400     WRITE RELBLQ-LINHA FROM WS-IMPRIME-TITULO-VARRE.
068500     ADD 1                           TO WS-CONT-LINHAS.
068600*
068700     MOVE 'STBM'                    TO WS-ABEND-LOCATION.
068800     MOVE ZEROS                     TO BLQMST-ORG.
068900     MOVE LOW-VALUES                TO BLQMST-CONTA.
069000     START BLQMST KEY NOT LESS THAN BLQMST-CHAVE.
069100     IF FS-BLQMST = '23'
069200     ,  MOVE 'S'                    TO WS-FIM-BLQMST
069300     ELSE
069400     ,  IF FS-BLQMST NOT = '00'
069500     ,  ,  DISPLAY '*************************'
069600     ,  ,  DISPLAY '** START BLQMST        **'
069700     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
069800     ,  ,  DISPLAY '*************************'
069900     ,  ,  MOVE 'ERRO STRT BLQM  '  TO WS-ABENDMSG8
070000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
070100     ,  END-IF
070200     END-IF.
070300 INICIA-VARREDURA-FIM. EXIT.
070400*----FIM POSICIONAMENTO NO INICIO DO MESTRE PARA A VARREDURA-----*
070500*------VARREDURA: RETIRA EXPIRADOS E AVISA OS QUE VENCEM---------*
070600 VARRE-MESTRE.
070700     MOVE 'RNBM'                    TO WS-ABEND-LOCATION.
070800     READ BLQMST NEXT RECORD.
070900     IF FS-BLQMST NOT = ZEROS
071000     ,  IF FS-BLQMST NOT = 10
071100     ,  ,  DISPLAY '*************************'
071200     ,  ,  DISPLAY '**  READ NEXT BLQMST   **'
071300     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
071400     ,  ,  DISPLAY '*************************'
071500     ,  ,  MOVE 'ERRO READ BLQM  '  TO WS-ABENDMSG8
071600     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
071700     ,  END-IF
071800     END-IF.
071900     IF FS-BLQMST = 10
072000     ,  MOVE 'S'                    TO WS-FIM-BLQMST
072100     ,  GO                          TO VARRE-MESTRE-FIM
072200     END-IF.
072300*
072400     IF BLQMST-PRAZO-INDETERMINADO
072500     ,  ADD 1                       TO WS-CONT-ATIVOS
072600     ,  GO                          TO VARRE-MESTRE-FIM
072700     END-IF.
072800*
072900*----DATA FIM ANTERIOR A HOJE: BLOQUEIO EXPIRADO, SAI DO MESTRE--*
073000     IF BLQMST-DATA-FIM < WS-DATA-HOJE
073100     ,  MOVE 'EXPIRADO-RETIRADO'    TO BLQ-OPERACAO
073200     ,  MOVE SPACES                 TO BLQ-OBSERVACAO
073300     ,  PERFORM MONTA-LINHA-MESTRE  THRU MONTA-LINHA-MESTRE-FIM
073400     ,  MOVE 'DLBX'                 TO WS-ABEND-LOCATION
073500     ,  DELETE BLQMST RECORD
073600     ,  IF FS-BLQMST NOT = '00'
073700     ,  ,  DISPLAY '*************************'
073800     ,  ,  DISPLAY '**  DELETE BLQMST      **'
073900     ,  ,  DISPLAY '** STATUS = ' FS-BLQMST
074000     ,  ,  DISPLAY '*************************'
074100     ,  ,  MOVE 'ERRO DELT BLQM  '  TO WS-ABENDMSG8
074200     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
074300     ,  END-IF
074400     ,  PERFORM IMPRIME-LINHA       THRU IMPRIME-LINHA-FIM
074500     ,  ADD 1                       TO WS-CONT-EXPIRADOS
074600     ,  GO                          TO VARRE-MESTRE-FIM
074700     END-IF.
074800*
074900     ADD 1                          TO WS-CONT-ATIVOS.
075000     MOVE BLQMST-DATA-FIM           TO WS-DATA-CALC-N.
075100     PERFORM CALCULA-DIAS           THRU CALCULA-DIAS-FIM.
075200     COMPUTE WS-DIAS-RESTANTES = WS-DIAS-CALC - WS-DIAS-HOJE.
075300     IF WS-DIAS-RESTANTES <= WS-PRAZO-AVISO
075400     ,  MOVE 'A VENCER'             TO BLQ-OPERACAO
075500     ,  MOVE WS-DIAS-RESTANTES      TO BLQ-OBS-DIAS
075600     ,  MOVE BLQ-OBS-VENCIMENTO     TO BLQ-OBSERVACAO
075700     ,  PERFORM MONTA-LINHA-MESTRE  THRU MONTA-LINHA-MESTRE-FIM
075800     ,  PERFORM IMPRIME-LINHA       THRU IMPRIME-LINHA-FIM
075900     ,  ADD 1                       TO WS-CONT-A-VENCER
076000     END-IF.
076100 VARRE-MESTRE-FIM. EXIT.
076200*----FIM VARREDURA: RETIRA EXPIRADOS E AVISA OS QUE VENCEM-------*
076300*----CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS-------*
076400 CALCULA-DIAS.
076500     COMPUTE WS-DIAS-CALC = WS-CALC-AAAA * 365
076600                          + WS-DIAS-ACUM-MES(WS-CALC-MM)
076700                          + WS-CALC-DD.
076800*----UM DIA A MAIS POR ANO BISSEXTO ANTERIOR---------------------*
076900     DIVIDE WS-CALC-AAAA BY 4 GIVING WS-CALC-QUOC
077000                             REMAINDER WS-CALC-RESTO.
077100     ADD WS-CALC-QUOC                TO WS-DIAS-CALC.
077200     IF WS-CALC-RESTO = 0
077300     AND WS-CALC-MM <= 2
077400     ,  SUBTRACT 1                   FROM WS-DIAS-CALC
077500     END-IF.
077600 CALCULA-DIAS-FIM. EXIT.
077700*--FIM CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS-----*
077800*----------------------MONTAGEM DO RELATORIO---------------------*
077900 IMPRIME-LINHA.
078000     IF WS-CONT-LINHAS = 00
078100     ,  ADD 1                       TO WS-CONT-PAG
078200     ,  MOVE WS-CONT-PAG            TO WS-PAG
078300     ,  PERFORM MONTAR-CABECALHO    THRU MONTAR-CABECALHO-EXIT
078400     END-IF.
078500*
078600     WRITE RELBLQ-LINHA        FROM BLQ-CORPO.
078700     ADD 1                       TO WS-CONT-LINHAS.
078800*
078900     IF WS-CONT-LINHAS > 59
079000     ,  MOVE 0                      TO WS-CONT-LINHAS
079100     END-IF.
079200 IMPRIME-LINHA-FIM. EXIT.
079300*----------------------MONTAGEM DO CABECALHO---------------------*
079400 MONTAR-CABECALHO.
079500*-------
079600*MONTAGEM DA DATA DO CABECALHO
079700*-------
079800     ACCEPT WS-DATA-SYS   FROM DATE YYYYMMDD.
079900     MOVE WS-DT-SYS-AAAA                TO WS-ANO-SISTEMA.
080000     MOVE WS-DT-SYS-MM                  TO WS-MES-SISTEMA.
080100     MOVE WS-DT-SYS-DD                  TO WS-DIA-SISTEMA.
080200*
080300     WRITE RELBLQ-LINHA FROM PRIMEIRA-LINHA.
080400     ADD 1               TO WS-CONT-LINHAS.
080500*
080600     WRITE RELBLQ-LINHA FROM SEGUNDA-LINHA.
080700     ADD 1               TO WS-CONT-LINHAS.
080800*
080900     WRITE RELBLQ-LINHA FROM TERCEIRA-LINHA.
081000     ADD 1               TO WS-CONT-LINHAS.
081100*
081200     WRITE RELBLQ-LINHA FROM QUARTA-LINHA.
081300     ADD 1               TO WS-CONT-LINHAS.
081400*
081500     WRITE RELBLQ-LINHA FROM TERCEIRA-LINHA.
081600     ADD 1               TO WS-CONT-LINHAS.
081700*
081800 MONTAR-CABECALHO-EXIT. EXIT.
081900*------------------FIM MONTAGEM DO CABECALHO---------------------*
082000*----------------IMPRESSAO DOS TOTAIS DA MANUTENCAO--------------*
082100 IMPRIME-TOTAIS.
082200     MOVE WS-CONT-LIDOS            TO WS-TOT-LIDOS.
082300     MOVE WS-CONT-INCLUIDOS        TO WS-TOT-INCLUIDOS.
082400     MOVE WS-CONT-ALTERADOS        TO WS-TOT-ALTERADOS.
082500     MOVE WS-CONT-EXCLUIDOS        TO WS-TOT-EXCLUIDOS.
082600     MOVE WS-CONT-REJEITADOS       TO WS-TOT-REJEITADOS.
082700     MOVE WS-CONT-EXPIRADOS        TO WS-TOT-EXPIRADOS.
082800     MOVE WS-CONT-A-VENCER         TO WS-TOT-A-VENCER.
082900     MOVE WS-CONT-ATIVOS           TO WS-TOT-ATIVOS.
083000*
083100     WRITE RELBLQ-LINHA FROM TERCEIRA-LINHA.
083200     WRITE RELBLQ-LINHA FROM WS-IMPRIME-LIDOS.
083300     WRITE RELBLQ-LINHA FROM WS-IMPRIME-INCLUIDOS.
083400     WRITE RELBLQ-LINHA FROM WS-IMPRIME-ALTERADOS.
083500     WRITE RELBLQ-LINHA FROM WS-IMPRIME-EXCLUIDOS.
083600     WRITE RELBLQ-LINHA FROM WS-IMPRIME-REJEITADOS.
083700     WRITE RELBLQ-LINHA FROM WS-IMPRIME-EXPIRADOS.
083800     WRITE RELBLQ-LINHA FROM WS-IMPRIME-A-VENCER.
083900     WRITE RELBLQ-LINHA FROM WS-IMPRIME-ATIVOS.
084000 IMPRIME-TOTAIS-FIM. EXIT.
084100*--------------FIM IMPRESSAO DOS TOTAIS DA MANUTENCAO------------*
084200*------------------FECHAMENTO DE ARQUIVOS
084300 FECHAR-ARQUIVOS.
084400     IF NOT WS-BLQTRN-AUSENTE
084500     ,  MOVE 'CLBT'                 TO WS-ABEND-LOCATION
084600     ,  CLOSE BLQTRN
084700     ,  IF FS-BLQTRN NOT EQUAL '00'
084800     ,  ,  DISPLAY '##ERRO FECHAR ARQUIVO BLQTRN: ' FS-BLQTRN
084900     ,  ,  MOVE 'ERRO CLOSE BLQT'   TO WS-ABENDMSG8
085000     ,  ,  PERFORM CCSI-ABEND       THRU CCSI-ABEND-EXIT
085100     ,  END-IF
085200     END-IF.
085300*
085400     MOVE 'CLBM'                    TO WS-ABEND-LOCATION.
085500     CLOSE BLQMST.
085600     IF FS-BLQMST NOT EQUAL '00'
085700        DISPLAY '##ERRO FECHAR ARQUIVO BLQMST: ' FS-BLQMST
085800        MOVE 'ERRO CLOSE BLQM'   TO WS-ABENDMSG8
085900        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
086000     END-IF.
086100*
086200     MOVE 'CLRB'                    TO WS-ABEND-LOCATION.
086300     CLOSE RELBLQ.
086400     IF FS-RELBLQ NOT EQUAL '00'
086500        DISPLAY '##ERRO FECHAR ARQUIVO RELBLQ: ' FS-RELBLQ
086600        MOVE 'ERRO CLOSE RELB'   TO WS-ABENDMSG8
086700        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
086800     END-IF.
086900 FECHAR-ARQUIVOS-FIM. EXIT.
087000*------------------FIM DO FECHAMENTO DE ARQUIVOS
087100*================================================================*
087200*    BOOKS DE PROCEDURE UTILIZADOS                               *
087300*================================================================*
087400     COPY CCS502.
087450     COPY CCS508.
087500     COPY UUGJRNP.
087600     COPY AMCRPD.
