000261*                    EXPURGO A TRILHA VIVA COMECA NO NUMERO
000262*                    SEGUINTE AO ULTIMO ARQUIVADO, O QUE O
000263*                    PROGRAMA AUDITVRF ACEITA.
000264* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DO TICKET DE
000265*                    AUTORIZACAO DE REPROCESSAMENTO (AUDIT-NUM-
000266*                    TICKET) NA TRILHA (REGISTRO PASSA A 71
000267*                    BYTES).
000268* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO PADRAO DE PERIODOS
000269*                    DECLARADO (FCAL-PADRAO, EX.: 4-4-5) NO LAYOUT
000270*                    DO CALENDARIO FISCAL, MANTIDO PELO FCALMANT.
000271* 15/10/2026 LFL     CONSULTA AO CALENDARIO DE CONGELAMENTO DE
000272*                    MUDANCAS (SUBPROGRAMA FRZCHECK, ESCOPO
000273*                    EXPURGO) NA DATA DE PROCESSAMENTO DO DATECTX.
000274*                    EM PERIODO CONGELADO O EXPURGO E RECUSADO: A
000275*                    TRILHA VIVA FICA INTACTA, O RELATORIO INFORMA
000276*                    OS REGISTROS QUE SERIAM ARQUIVADOS E O
000277*                    RETURN-CODE E 12, SALVO COM O NUMERO DE
000278*                    MUDANCA EMERGENCIAL NO CARTAO DE PARAMETROS
000279*                    (COLUNAS 5 A 14), IMPRESSO NO RELATORIO.
000280*                    FALHA NA CONSULTA AO CALENDARIO DE
000281*                    CONGELAMENTO E TRATADA COMO PERIODO
000282*                    CONGELADO.
000283*****************************************************************
000284 ENVIRONMENT DIVISION.
000285 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
000650     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000652     02  AUDIT-ID-CICLO      PIC X(08).
000654     02  AUDIT-NUM-SEQ       PIC 9(09).
000655     02  AUDIT-NUM-TICKET    PIC X(10).
000660*****************************************************************
000670* PERIOD-CTL - CONTROLE DE PERIODO FISCAL CORRENTE (MESMO       *
000680*     LAYOUT DO PROGRAMA DATA-REDEFINIDA).                      *
000772         03  FCAL-PERIODO-FISCAL PIC 9(02).
000773     02  FCAL-DATA-INICIO    PIC 9(08).
000774     02  FCAL-DATA-FIM       PIC 9(08).
000776     02  FCAL-PADRAO         PIC X(03).
000778*****************************************************************
000780* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) COM A     *
000790*     QUANTIDADE DE PERIODOS FISCAIS A RETER NA TRILHA VIVA     *
000800*     (INCLUSIVE O PERIODO CORRENTE).                           *
000850     02  PARM-RETENCAO       PIC X(03).
000860     02  PARM-RETENCAO-N REDEFINES PARM-RETENCAO
000870                             PIC 9(03).
000880     02  FILLER              PIC X(01).
000881     02  PARM-NUM-EMERGENCIA PIC X(10).
000882     02  FILLER              PIC X(66).
000890*****************************************************************
000900* ARCHIVE-FILE - REGISTROS DA TRILHA ANTERIORES AO HORIZONTE DE *
000910*     RETENCAO (MESMO LAYOUT DA TRILHA).                        *
000920*****************************************************************
000930 FD  ARCHIVE-FILE
000940     LABEL RECORD IS STANDARD.
000950 01  ARCHIVE-RECORD          PIC X(71).
000960*****************************************************************
000970* WORK-FILE - REGISTROS RETIDOS DA TRILHA, PRESERVADOS NA       *
000980*     PRIMEIRA PASSAGEM E REGRAVADOS NA TRILHA VIVA NA SEGUNDA. *
000990*****************************************************************
001000 FD  WORK-FILE
001010     LABEL RECORD IS STANDARD.
001020 01  WORK-RECORD             PIC X(71).
001030*****************************************************************
001040* ARCHRPT - RELATORIO DE TOTAIS DE CONTROLE DO ARQUIVAMENTO.    *
001050*****************************************************************
001460     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'N'.
001470         88  PARAMETRO-VALIDO        VALUE 'S'.
001480         88  PARAMETRO-INVALIDO      VALUE 'N'.
001481     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'N'.
001482         88  CONGELAMENTO-LIVRE      VALUE 'N'.
001483         88  EXPURGO-RECUSADO        VALUE 'R'.
001484         88  EXPURGO-EMERGENCIAL     VALUE 'E'.
001490*****************************************************************
001500* RETENCAO E HORIZONTE DE CORTE. O HORIZONTE E O PRIMEIRO DIA   *
001510* DO PERIODO FISCAL MAIS ANTIGO RETIDO: REGISTROS COM DATA DE   *
001690 77  WRK-CTR-RETIDOS         PIC 9(07) COMP VALUE ZEROS.
001700 77  WRK-CTR-REGRAVADOS      PIC 9(07) COMP VALUE ZEROS.
001710 77  WRK-CTR-CONFERENCIA     PIC 9(07) COMP VALUE ZEROS.
001711 77  WRK-CTR-NAO-EXPURGADOS  PIC 9(07) COMP VALUE ZEROS.
001712*****************************************************************
001713* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
001714* E NUMERO DA MUDANCA EMERGENCIAL DO CARTAO DE PARAMETROS       *
001715*****************************************************************
001716     COPY FRZCHKC.
001717 77  WRK-NUM-EMERGENCIA      PIC X(10) VALUE SPACES.
001720*****************************************************************
001730* AREA DE TRABALHO DO RELATORIO ARCHRPT
001740*****************************************************************
002000 01  WRK-LINHA-INFO.
002010     02  FILLER              PIC X(01) VALUE SPACES.
002020     02  WRK-INF-TEXTO       PIC X(45).
002030     02  WRK-INF-VALOR       PIC X(60).
002040     02  FILLER              PIC X(26) VALUE SPACES.
002050 01  WRK-LINHA-TOTAL.
002060     02  FILLER              PIC X(01) VALUE SPACES.
002070     02  WRK-TOT-TEXTO       PIC X(45).
002080     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002090     02  FILLER              PIC X(79) VALUE SPACES.
002091 01  WRK-PERIODO-CONGELADO.
002092     02  WRK-PCG-INICIO      PIC 9999/99/99.
002093     02  FILLER              PIC X(03) VALUE ' A '.
002094     02  WRK-PCG-FIM         PIC 9999/99/99.
002100 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002110 77  WRK-DATA-EDITADA        PIC 9999/99/99.
002120 PROCEDURE DIVISION.
002200         MOVE 08 TO RETURN-CODE
002210         GO TO 9999-FIM
002220     END-IF.
002221     IF EXPURGO-RECUSADO
002222         PERFORM 2500-CONTAR-EXPURGO
002223             THRU 2500-CONTAR-EXPURGO-EXIT
002224         GO TO 0000-ENCERRAR
002225     END-IF.
002230     PERFORM 2000-SEPARAR-TRILHA
002240         THRU 2000-SEPARAR-TRILHA-EXIT.
002250     PERFORM 3000-REGRAVAR-TRILHA
002260         THRU 3000-REGRAVAR-TRILHA-EXIT.
002261 0000-ENCERRAR.
002270     PERFORM 8000-IMPRIMIR-CONTROLES
002280         THRU 8000-IMPRIMIR-CONTROLES-EXIT.
002290     PERFORM 9000-ENCERRAR
002590         CLOSE PARM-CARD
002600         GO TO 1000-INICIALIZAR-EXIT
002610     END-IF.
002611     MOVE PARM-NUM-EMERGENCIA TO WRK-NUM-EMERGENCIA.
002620     CLOSE PARM-CARD.
002630     IF PARM-RETENCAO-N NOT NUMERIC
002640         DISPLAY 'AUDTARCH: RETENCAO NAO NUMERICA: '
002880     PERFORM 1500-CALCULAR-HORIZONTE
002890         THRU 1500-CALCULAR-HORIZONTE-EXIT.
002900     CLOSE PERIOD-CTL.
002901     PERFORM 1200-VERIFICAR-CONGELAMENTO
002902         THRU 1200-VERIFICAR-CONGELAMENTO-EXIT.
002910     OPEN INPUT AUDIT-LOG.
002920     IF FS-AUDIT-ARQ-INEXISTENTE
002930         DISPLAY 'AUDTARCH: TRILHA DE AUDITORIA (AUDITLOG) '
002940             'INDISPONIVEL - NADA A ARQUIVAR'
002950         GO TO 1000-INICIALIZAR-EXIT
002960     END-IF.
002970     IF NOT EXPURGO-RECUSADO
002971         OPEN OUTPUT ARCHIVE-FILE
002980         OPEN OUTPUT WORK-FILE
002981     END-IF.
002990     OPEN OUTPUT ARCHRPT.
003000     SET PARAMETRO-VALIDO TO TRUE.
003010     PERFORM 2900-LER-AUDITORIA
003020         THRU 2900-LER-AUDITORIA-EXIT.
003030 1000-INICIALIZAR-EXIT.
003040     EXIT.
003041*****************************************************************
003042* 1200-VERIFICAR-CONGELAMENTO                                  *
003043*     CONSULTA O CALENDARIO DE CONGELAMENTO PARA O ESCOPO       *
003044*     EXPURGO NA DATA DE PROCESSAMENTO (DATECTX). EM PERIODO    *
003045*     CONGELADO, SEM MUDANCA EMERGENCIAL NO CARTAO, O EXPURGO E *
003046*     RECUSADO E A TRILHA VIVA NAO E TOCADA.                    *
003047*     FALHA NA CONSULTA (RETORNO DIFERENTE DE ZERO DO FRZCHECK) *
003048*     E TRATADA COMO PERIODO CONGELADO.                         *
003049*****************************************************************
003050 1200-VERIFICAR-CONGELAMENTO.
003051     SET CONGELAMENTO-LIVRE TO TRUE.
003052     SET FRZCHK-ESC-EXPURGO TO TRUE.
003053     MOVE ZEROS TO FRZCHK-DATA-REF.
003054     CALL 'FRZCHECK' USING FRZCHK-AREA.
003055     IF NOT FRZCHK-RET-OK
003056         DISPLAY 'AUDTARCH: CALENDARIO DE CONGELAMENTO NAO '
003057             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
003058             ' - TRATADO COMO PERIODO CONGELADO'
003059         SET FRZCHK-CONGELADO TO TRUE
003060         MOVE 'CALENDARIO DE CONGELAMENTO NAO CONSULTADO'
003061             TO FRZCHK-MOTIVO
003062     END-IF.
003063     IF FRZCHK-LIBERADO
003064         GO TO 1200-VERIFICAR-CONGELAMENTO-EXIT
003065     END-IF.
003066     IF WRK-NUM-EMERGENCIA = SPACES
003067         SET EXPURGO-RECUSADO TO TRUE
003068         DISPLAY 'AUDTARCH: EXPURGO DA TRILHA CONGELADO EM '
003069             FRZCHK-DATA-USADA ' - NADA SERA ARQUIVADO'
003070     ELSE
003071         SET EXPURGO-EMERGENCIAL TO TRUE
003072         DISPLAY 'AUDTARCH: EXPURGO EM PERIODO CONGELADO - '
003073             'MUDANCA EMERGENCIAL ' WRK-NUM-EMERGENCIA
003074     END-IF.
003075 1200-VERIFICAR-CONGELAMENTO-EXIT.
003076     EXIT.
003077*****************************************************************
003078* 1500-CALCULAR-HORIZONTE                                      *
003079*     CALCULA O PERIODO FISCAL MAIS ANTIGO RETIDO, CONTANDO     *
003080*     WRK-RETENCAO PERIODOS PARA TRAS A PARTIR DO PERIODO       *
003090*     CORRENTE (INCLUSIVE), E O CONVERTE NO PRIMEIRO DIA DO     *
003100*     PERIODO (WRK-DATA-HORIZONTE): A DATA DE INICIO REGISTRADA *
003590         THRU 2900-LER-AUDITORIA-EXIT.
003600 2100-CLASSIFICAR-REGISTRO-EXIT.
003610     EXIT.
003611*****************************************************************
003612* 2500-CONTAR-EXPURGO                                          *
003613*     EXPURGO RECUSADO POR CONGELAMENTO: PERCORRE A TRILHA SEM  *
003614*     GRAVAR NADA, SOMENTE CONTANDO OS REGISTROS LIDOS E OS QUE *
003615*     SERIAM ARQUIVADOS, QUE PERMANECEM NA TRILHA VIVA.         *
003616*****************************************************************
003617 2500-CONTAR-EXPURGO.
003618     PERFORM 2600-CONTAR-REGISTRO
003619         THRU 2600-CONTAR-REGISTRO-EXIT
003620         UNTIL FIM-AUDITORIA.
003621     CLOSE AUDIT-LOG.
003622 2500-CONTAR-EXPURGO-EXIT.
003623     EXIT.
003624*****************************************************************
003625* 2600-CONTAR-REGISTRO                                         *
003626*****************************************************************
003627 2600-CONTAR-REGISTRO.
003628     ADD 1 TO WRK-CTR-LIDOS.
003629     COMPUTE WRK-DATA-REGISTRO = (AUDIT-ANO-SISTEMA * 10000)
003630         + (AUDIT-MES-SISTEMA * 100) + AUDIT-DIA-SISTEMA.
003631     IF WRK-DATA-REGISTRO < WRK-DATA-HORIZONTE
003632         ADD 1 TO WRK-CTR-NAO-EXPURGADOS
003633     END-IF.
003634     PERFORM 2900-LER-AUDITORIA
003635         THRU 2900-LER-AUDITORIA-EXIT.
003636 2600-CONTAR-REGISTRO-EXIT.
003637     EXIT.
003638*****************************************************************
003639* 2900-LER-AUDITORIA                                           *
003640*     LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA, LIGANDO O   *
003650*     INDICADOR DE FIM DE ARQUIVO QUANDO NAO HOUVER MAIS.       *
003660*****************************************************************
004190*     QUALQUER DIFERENCA ENCERRA COM RETURN-CODE 08.            *
004200*****************************************************************
004210 8000-IMPRIMIR-CONTROLES.
004211     IF NOT CONGELAMENTO-LIVRE
004212         PERFORM 8600-IMPRIMIR-CONGELAMENTO
004213             THRU 8600-IMPRIMIR-CONGELAMENTO-EXIT
004214     END-IF.
004220     MOVE 'ANO/PERIODO FISCAL CORRENTE:' TO WRK-INF-TEXTO.
004230     MOVE SPACES TO WRK-INF-VALOR.
004240     STRING WRK-ANO-FISCAL DELIMITED BY SIZE
004380     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
004390     PERFORM 8700-GRAVAR-LINHA-INFO
004400         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004401     IF EXPURGO-RECUSADO
004402         PERFORM 8100-IMPRIMIR-RECUSA
004403             THRU 8100-IMPRIMIR-RECUSA-EXIT
004404         GO TO 8000-IMPRIMIR-CONTROLES-EXIT
004405     END-IF.
004410     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004420     PERFORM 8900-GRAVAR-LINHA-ARCHRPT
004430         THRU 8900-GRAVAR-LINHA-ARCHRPT-EXIT.
004770     END-IF.
004780 8000-IMPRIMIR-CONTROLES-EXIT.
004790     EXIT.
004791*****************************************************************
004792* 8100-IMPRIMIR-RECUSA                                         *
004793*     EXPURGO RECUSADO POR CONGELAMENTO: IMPRIME OS REGISTROS   *
004794*     LIDOS E OS QUE SERIAM ARQUIVADOS, RETIDOS NA TRILHA VIVA, *
004795*     E DEVOLVE RETURN-CODE 12 QUANDO HAVIA O QUE EXPURGAR.     *
004796*****************************************************************
004797 8100-IMPRIMIR-RECUSA.
004798     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004799     PERFORM 8900-GRAVAR-LINHA-ARCHRPT
004800         THRU 8900-GRAVAR-LINHA-ARCHRPT-EXIT.
004801     MOVE 'REGISTROS LIDOS DA TRILHA:' TO WRK-TOT-TEXTO.
004802     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
004803     PERFORM 8800-GRAVAR-LINHA-TOTAL
004804         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004805     MOVE 'REGISTROS RETIDOS POR CONGELAMENTO:' TO WRK-TOT-TEXTO.
004806     MOVE WRK-CTR-NAO-EXPURGADOS TO WRK-TOT-VALOR.
004807     PERFORM 8800-GRAVAR-LINHA-TOTAL
004808         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004809     MOVE 'EXPURGO RECUSADO - TRILHA VIVA NAO ALTERADA'
004810         TO WRK-INF-TEXTO.
004811     MOVE SPACES TO WRK-INF-VALOR.
004812     PERFORM 8700-GRAVAR-LINHA-INFO
004813         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004814     IF WRK-CTR-NAO-EXPURGADOS > ZEROS
004815         MOVE 12 TO RETURN-CODE
004816     END-IF.
004817 8100-IMPRIMIR-RECUSA-EXIT.
004818     EXIT.
004819*****************************************************************
004820* 8600-IMPRIMIR-CONGELAMENTO                                   *
004821*     IMPRIME O PERIODO CONGELADO, O MOTIVO E A RECUSA DO       *
004822*     EXPURGO OU O NUMERO DA MUDANCA EMERGENCIAL.               *
004823*****************************************************************
004824 8600-IMPRIMIR-CONGELAMENTO.
004825     MOVE 'DATA DE PROCESSAMENTO EM PERIODO CONGELADO:'
004826         TO WRK-INF-TEXTO.
004827     MOVE FRZCHK-DATA-USADA TO WRK-DATA-EDITADA.
004828     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
004829     PERFORM 8700-GRAVAR-LINHA-INFO
004830         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004831     MOVE 'PERIODO CONGELADO:' TO WRK-INF-TEXTO.
004832     MOVE FRZCHK-DATA-INICIO TO WRK-PCG-INICIO.
004833     MOVE FRZCHK-DATA-FIM    TO WRK-PCG-FIM.
004834     MOVE WRK-PERIODO-CONGELADO TO WRK-INF-VALOR.
004835     PERFORM 8700-GRAVAR-LINHA-INFO
004836         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004837     MOVE 'MOTIVO DO CONGELAMENTO:' TO WRK-INF-TEXTO.
004838     MOVE FRZCHK-MOTIVO TO WRK-INF-VALOR.
004839     PERFORM 8700-GRAVAR-LINHA-INFO
004840         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004841     IF EXPURGO-EMERGENCIAL
004842         MOVE 'MUDANCA EMERGENCIAL:' TO WRK-INF-TEXTO
004843         MOVE WRK-NUM-EMERGENCIA TO WRK-INF-VALOR
004844         PERFORM 8700-GRAVAR-LINHA-INFO
004845             THRU 8700-GRAVAR-LINHA-INFO-EXIT
004846     END-IF.
004847     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004848     PERFORM 8900-GRAVAR-LINHA-ARCHRPT
004849         THRU 8900-GRAVAR-LINHA-ARCHRPT-EXIT.
004850 8600-IMPRIMIR-CONGELAMENTO-EXIT.
004851     EXIT.
004852*****************************************************************
004853* 8700-GRAVAR-LINHA-INFO                                       *
004854*     GRAVA NO RELATORIO A LINHA DE INFORMACAO MONTADA EM       *
004855*     WRK-LINHA-INFO.                                           *
004856*****************************************************************
004857 8700-GRAVAR-LINHA-INFO.
004860     MOVE WRK-LINHA-INFO TO WRK-LINHA-SAIDA.
004870     PERFORM 8900-GRAVAR-LINHA-ARCHRPT
004880         THRU 8900-GRAVAR-LINHA-ARCHRPT-EXIT.
