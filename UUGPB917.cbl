001700*    RATING;                                                     *
001800*  - INTERFACE DE LANCAMENTO DA PROVISAO NO PADRAO HEADER/       *
001900*    DETALHE/TRAILER DE 080 BYTES DA INTERFACE CONTABIL, COM     *
002000*    PAR D/C BALANCEADO POR ORG E RATING;                        *
002010*  - ARQUIVO DE RATING POR CONTA (BOOK UUGRAT) COM CPF, DIAS EM  *
002020*    ATRASO, RATING, SALDO E PROVISAO DE CADA CONTA E O TOTAL    *
002030*    POR RATING DO RELPDD (BASE DO SCR 3040 E DA FOTOGRAFIA      *
002040*    MENSAL DA CARTEIRA).                                        *
002100*  QUEBRA: ORG E LOGO (TABELA ACUMULADA EM MEMORIA)              *
002200*  CLASSIFICACAO: ORG E CONTA (AMBOS OS ARQUIVOS SAO             *
002300*                 CLASSIFICADOS INTERNAMENTE)                    *
005500*
005600     SELECT PROVCNT   ASSIGN      TO PROVCNT
005700            FILE STATUS          IS FS-PROVCNT.
005710*
005720     SELECT RATCTA    ASSIGN      TO RATCTA
005730            FILE STATUS          IS FS-RATCTA.
005800*================================================================*
005900 DATA DIVISION.
006000*================================================================*
008700    03 FILLER                PIC  X(008).
008800    03 BFSORT-CONTA          PIC  X(019).
008900    03 BFSORT-LOGO           PIC  9(003).
009000    03 BFSORT-CPF-CLIENTE    PIC  X(011).
009010    03 FILLER                PIC  X(051).
009100    03 BFSORT-DIAS-ATRASO    PIC  9(005).
009200    03 FILLER                PIC  X(050).
009300
012500     BLOCK CONTAINS 0 RECORDS
012600     RECORDING MODE F.
012700 01 PROVCNT-REGISTRO       PIC X(080).
012710
012720 FD RATCTA
012730     RECORD CONTAINS 080 CHARACTERS
012740     BLOCK CONTAINS 0 RECORDS
012750     RECORDING MODE F.
012760     COPY UUGRAT.
012800*----------------------------------------------------------------*
012900 WORKING-STORAGE SECTION.
013000*----------------------------------------------------------------*
022300    03 FS-EXTSORT               PIC X(002) VALUE '00'.
022400    03 FS-RELPDD                PIC X(002) VALUE '00'.
022500    03 FS-PROVCNT               PIC X(002) VALUE '00'.
022510    03 FS-RATCTA                PIC X(002) VALUE '00'.
022600*
022700    03 WS-CHAVE-SELECAO.
022800       05 WS-CHAVE-SEL-ORG      PIC 9(003) VALUE ZEROS.
028300    03 WS-ORG-PROV              PIC 9(013)V99 VALUE ZEROS.
028400    03 WS-ORG-IMPRESSA          PIC 9(003) VALUE ZEROS.
028500    03 WS-IND-RAT               PIC 9(002) VALUE ZEROS.
028510    03 WS-RAT-QTDE              PIC 9(007) VALUE ZEROS.
028520    03 WS-RAT-SALDO             PIC 9(013)V99 VALUE ZEROS.
028530    03 WS-RAT-PROV              PIC 9(013)V99 VALUE ZEROS.
028600*
028700 01 CONTADORES.
028800    03 WS-CONT-SELECIONADAS     PIC 9(007) VALUE ZEROS.
034900     PERFORM IMPRIME-RELATORIO       THRU IMPRIME-RELATORIO-FIM.
035000     PERFORM GERA-INTERFACE-PROVISAO
035100             THRU GERA-INTERFACE-PROVISAO-FIM.
035110     PERFORM GRAVA-TOTAIS-RATING     THRU GRAVA-TOTAIS-RATING-FIM.
035200*
035300     PERFORM FECHAR-ARQUIVOS         THRU FECHAR-ARQUIVOS-FIM.
035400*
042200     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
042300     END-IF.
042400*
042410     MOVE 'OPRT'              TO WS-ABEND-LOCATION.
042420     OPEN OUTPUT RATCTA.
042430     IF FS-RATCTA NOT EQUAL '00'
042440     ,  DISPLAY '**************************'
042450     ,  DISPLAY '** OPEN ERROR RATCTA     **'
042460     ,  DISPLAY '** STATUS = ' FS-RATCTA
042470     ,  DISPLAY '**************************'
042480     ,  MOVE 'ERRO OPEN RATCT '   TO WS-ABENDMSG8
042490     ,  PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
042500     END-IF.
042510*
042600 ABRIR-ARQUIVOS-FIM. EXIT.
042700*------------------FIM DA ABERTURA DOS ARQUIVOS
042800*--------------LEITURA DO EXTRATO CLASSIFICADO-------------------*
053800*
053900     PERFORM ACUMULA-PDD            THRU ACUMULA-PDD-FIM.
054000     PERFORM ACUMULA-PROV-ORG       THRU ACUMULA-PROV-ORG-FIM.
054010     PERFORM GRAVA-RATING-CONTA     THRU GRAVA-RATING-CONTA-FIM.
054100 CLASSIFICA-CONTA-FIM. EXIT.
054200*----FIM ENQUADRAMENTO DA CONTA NO RATING E ACUMULACAO-----------*
054203*------GRAVACAO DO RATING DA CONTA NO ARQUIVO RATCTA-------------*
054206 GRAVA-RATING-CONTA.
054209     MOVE SPACES                    TO RATCTA-REGISTRO.
054212     MOVE 'D'                       TO RATCTA-TIPO.
054215     MOVE EXTSORT-ORG               TO RATCTA-ORG.
054218     MOVE EXTSORT-CONTA             TO RATCTA-CONTA.
054221     MOVE BFSORT-LOGO               TO RATCTA-LOGO.
054224     MOVE BFSORT-CPF-CLIENTE        TO RATCTA-CPF-CLIENTE.
054227     MOVE BFSORT-DIAS-ATRASO        TO RATCTA-DIAS-ATRASO.
054230     MOVE WS-RAT-COD(WS-RAT-IDX)    TO RATCTA-RATING.
054233     MOVE EXTSORT-SALDO-CONTA       TO RATCTA-SALDO.
054236     MOVE WS-PROVISAO-CONTA         TO RATCTA-PROVISAO.
054239     MOVE WS-DATA-JULIANA           TO RATCTA-DATA-JULIANA.
054242     MOVE 'GRRT'                    TO WS-ABEND-LOCATION.
054245     WRITE RATCTA-REGISTRO.
054248     IF FS-RATCTA NOT = '00'
054251     ,  DISPLAY '*************************'
054254     ,  DISPLAY '**    WRITE RATCTA     **'
054257     ,  DISPLAY '** STATUS = ' FS-RATCTA
054260     ,  DISPLAY '*************************'
054263     ,  MOVE 'ERRO WRIT RATCT '     TO WS-ABENDMSG8
054266     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
054269     END-IF.
054272 GRAVA-RATING-CONTA-FIM. EXIT.
054275*----FIM GRAVACAO DO RATING DA CONTA NO ARQUIVO RATCTA-----------*
054300*------ACUMULACAO NA TABELA ORG/LOGO/RATING DO RELATORIO---------*
054400 ACUMULA-PDD.
054500     MOVE 'N'                       TO WS-ACHOU-PDD.
080200     ADD 1                             TO WS-IND-RAT.
080300 GERA-PROVISAO-RATING-FIM. EXIT.
080400*----FIM GERACAO DA INTERFACE DE LANCAMENTO DA PROVISAO----------*
080402*------TOTAIS POR RATING NO RATCTA (MESMOS VALORES DO RELPDD)----*
080404 GRAVA-TOTAIS-RATING.
080406     MOVE 1                         TO WS-IND-RAT.
080408     PERFORM GRAVA-TOTAL-RATING     THRU GRAVA-TOTAL-RATING-FIM
080410             UNTIL WS-IND-RAT > 9.
080412 GRAVA-TOTAIS-RATING-FIM. EXIT.
080414*
080416 GRAVA-TOTAL-RATING.
080418     MOVE ZEROS                     TO WS-RAT-QTDE
080420                                       WS-RAT-SALDO
080422                                       WS-RAT-PROV.
080424     MOVE ZEROS                     TO WS-IND-PORG.
080426     PERFORM SOMA-RATING-ORG        THRU SOMA-RATING-ORG-FIM
080428             UNTIL WS-IND-PORG >= WS-QTDE-PORG.
080430     MOVE SPACES                    TO RATCTA-REGISTRO.
080432     MOVE 'T'                       TO RATCTA-TIPO.
080434     MOVE WS-RAT-COD(WS-IND-RAT)    TO RATCTA-T-RATING.
080436     MOVE WS-RAT-QTDE               TO RATCTA-T-QTDE.
080438     MOVE WS-RAT-SALDO              TO RATCTA-T-SALDO.
080440     MOVE WS-RAT-PROV               TO RATCTA-T-PROVISAO.
080442     MOVE WS-DATA-JULIANA           TO RATCTA-T-DATA-JULIANA.
080444     MOVE 'GRRT'                    TO WS-ABEND-LOCATION.
080446     WRITE RATCTA-REGISTRO.
080448     IF FS-RATCTA NOT = '00'
080450     ,  DISPLAY '*************************'
080452     ,  DISPLAY '**    WRITE RATCTA     **'
080454     ,  DISPLAY '** STATUS = ' FS-RATCTA
080456     ,  DISPLAY '*************************'
080458     ,  MOVE 'ERRO WRIT RATCT '     TO WS-ABENDMSG8
080460     ,  PERFORM CCSI-ABEND          THRU CCSI-ABEND-EXIT
080462     END-IF.
080464     ADD 1                          TO WS-IND-RAT.
080466 GRAVA-TOTAL-RATING-FIM. EXIT.
080468*
080470 SOMA-RATING-ORG.
080472     ADD 1                          TO WS-IND-PORG.
080474     ADD WS-TAB-PORG-QTDE(WS-IND-PORG WS-IND-RAT)
080476                                    TO WS-RAT-QTDE.
080478     ADD WS-TAB-PORG-SALDO(WS-IND-PORG WS-IND-RAT)
080480                                    TO WS-RAT-SALDO.
080482     ADD WS-TAB-PORG-PROV(WS-IND-PORG WS-IND-RAT)
080484                                    TO WS-RAT-PROV.
080486 SOMA-RATING-ORG-FIM. EXIT.
080488*----FIM TOTAIS POR RATING NO RATCTA-----------------------------*
080500*------------------FECHAMENTO DE ARQUIVOS
080600 FECHAR-ARQUIVOS.
080610     MOVE 'CLCR'                    TO WS-ABEND-LOCATION.
083200        MOVE 'ERRO CLOSE PROVC'   TO WS-ABENDMSG8
083300        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
083400     END-IF.
083410*
083420     CLOSE RATCTA.
083430     IF FS-RATCTA NOT EQUAL '00'
083440        DISPLAY '##ERRO FECHAR ARQUIVO RATCTA: ' FS-RATCTA
083450        MOVE 'ERRO CLOSE RATCT'   TO WS-ABENDMSG8
083460        PERFORM CCSI-ABEND         THRU CCSI-ABEND-EXIT
083470     END-IF.
083500 FECHAR-ARQUIVOS-FIM. EXIT.
083600*------------------FIM DO FECHAMENTO DE ARQUIVOS
083700*================================================================*
