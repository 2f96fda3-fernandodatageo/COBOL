000269* 02/09/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DE
000270*                    SEQUENCIA (AUDIT-NUM-SEQ) NO LAYOUT DA
000271*                    TRILHA DE AUDITORIA.
000272* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DO TICKET DE
000273*                    AUTORIZACAO DE REPROCESSAMENTO (AUDIT-NUM-
000274*                    TICKET) NO LAYOUT DA TRILHA DE AUDITORIA.
000275* 15/10/2026 LFL     NO ENCERRAMENTO DO CICLO SAO ELIMINADAS AS
000276*                    ENTRADAS DO CICLO NO ARQUIVO DE CONCLUSAO DE
000277*                    PASSOS (STEP-CTL, MANTIDO PELO SUBPROGRAMA
000278*                    STEPGATE), PARA O CICLO SEGUINTE EXECUTAR
000279*                    TODOS OS PASSOS.
000280* 15/10/2026 LFL     CADA PASSO SEM EXECUCAO NO ENCERRAMENTO PASSA
000281*                    A GRAVAR TAMBEM UM EVENTO NO ARQUIVO UNICO DE
000282*                    ALERTAS (ALERTFL, COPYBOOK ALRTEVTC), CODIGO
000283*                    PASSOFLT.
000284*****************************************************************
000285 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000430     SELECT CYCLE-SUMMARY ASSIGN TO CYCLSUM
000440     ORGANIZATION IS SEQUENTIAL
000450     FILE STATUS IS WRK-FS-CYCLSUM.
000452     SELECT STEP-CTL ASSIGN TO STEPCTL
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS STPC-CHAVE
000456         FILE STATUS IS WRK-FS-STEPCTL.
000457     SELECT ALERT-FILE ASSIGN TO ALERTFL
000458         ORGANIZATION IS SEQUENTIAL
000459         FILE STATUS IS WRK-FS-ALERTA.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*****************************************************************
000710     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000712     02  AUDIT-ID-CICLO      PIC X(08).
000714     02  AUDIT-NUM-SEQ       PIC 9(09).
000715     02  AUDIT-NUM-TICKET    PIC X(10).
000720*****************************************************************
000730* STEPS-CARD - PASSOS ESPERADOS DO CICLO, UM NOME DE PROGRAMA   *
000740*     POR CARTAO (MESMA GRAFIA DE AUDIT-PROGRAMA).              *
000810 01  PARM-CARD-REG.
000811     02  PARM-ID-CICLO       PIC X(08).
000812     02  FILLER              PIC X(72).
000816*****************************************************************
000820* CYCLE-SUMMARY - REGISTRO-RESUMO DE CADA CICLO ENCERRADO:      *
000830*     DATA-BASE, PASSOS ESPERADOS/EXECUTADOS E CARIMBOS DE      *
000840*     INICIO E FIM DAS EXECUCOES DO CICLO NA TRILHA.            *
000940     02  CYCL-FIM-DATA       PIC 9(08).
000950     02  CYCL-FIM-HORA       PIC 9(08).
000952     02  CYCL-ID-CICLO       PIC X(08).
000953*****************************************************************
000954* STEP-CTL - CONCLUSAO DE PASSOS DO CICLO, CHAVEADO POR CICLO + *
000955*     DATA-BASE + PROGRAMA (MESMO LAYOUT DO SUBPROGRAMA         *
000956*     STEPGATE).                                                *
000957*****************************************************************
000958 FD  STEP-CTL
000959     LABEL RECORD IS STANDARD.
000960 01  STEP-CTL-RECORD.
000961     02  STPC-CHAVE.
000962         03  STPC-ID-CICLO   PIC X(08).
000963         03  STPC-DATA-CICLO PIC 9(08).
000964         03  STPC-PROGRAMA   PIC X(20).
000965     02  STPC-SITUACAO       PIC X(01).
000966     02  STPC-SW-FORCADO     PIC X(01).
000967     02  STPC-QTD-EXECUCOES  PIC 9(04).
000968     02  STPC-QTD-PULOS      PIC 9(04).
000969     02  STPC-INICIO-DATA    PIC 9(08).
000970     02  STPC-INICIO-HORA    PIC 9(08).
000971     02  STPC-FIM-DATA       PIC 9(08).
000972     02  STPC-FIM-HORA       PIC 9(08).
000973*****************************************************************
000974* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
000975*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
000976*****************************************************************
000977 FD  ALERT-FILE
000978     LABEL RECORD IS STANDARD.
000979     COPY ALRTEVTC.
000980 WORKING-STORAGE SECTION.
000981*****************************************************************
000982* STATUS DOS ARQUIVOS
000990*****************************************************************
001000 77  WRK-FS-RESTART          PIC X(02) VALUE '00'.
001010     88  FS-RESTART-OK               VALUE '00'.
001144     88  FS-PARM-OK                  VALUE '00'.
001146     88  FS-PARM-FIM                 VALUE '10'.
001148     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001149 77  WRK-FS-STEPCTL          PIC X(02) VALUE '00'.
001150     88  FS-STEPCTL-OK               VALUE '00'.
001151     88  FS-STEPCTL-FIM              VALUE '10'.
001152     88  FS-STEPCTL-ARQ-INEXISTENTE  VALUE '35'.
001153 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
001154     88  FS-ALERTA-OK                VALUE '00'.
001155     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
001156*****************************************************************
001157* CHAVE DO CHECKPOINT = IDENTIFICADOR DO CICLO (FLUXO DE LOTE). *
001158* O VALOR HISTORICO CICLO001 VALE QUANDO O CARTAO DE PARAMETROS *
001159* NAO INFORMA O CICLO (VER 0500-OBTER-PARAMETROS).              *
001160*****************************************************************
001161 77  WRK-CHAVE-RESTART       PIC X(08) VALUE 'CICLO001'.
001162*****************************************************************
001170* INDICADORES DE PROCESSAMENTO
001180*****************************************************************
001190 01  WRK-SWITCHES.
001240     02  WRK-SW-CICLO        PIC X(01) VALUE 'N'.
001250         88  CICLO-COMPLETO          VALUE 'S'.
001260         88  CICLO-INCOMPLETO        VALUE 'N'.
001261     02  WRK-SW-FIM-STEPCTL  PIC X(01) VALUE 'N'.
001262         88  FIM-CONTROLE-PASSOS     VALUE 'S'.
001270*****************************************************************
001280* TABELA DE PASSOS ESPERADOS DO CICLO, COM A INDICACAO DE       *
001290* EXECUCAO ENCONTRADA NA TRILHA PARA A DATA-BASE DO CICLO.      *
001440 77  WRK-DATA-CICLO          PIC 9(08) VALUE ZEROS.
001450 77  WRK-DATA-REGISTRO       PIC 9(08).
001460 77  WRK-CTR-EXECUCOES       PIC 9(06) COMP VALUE ZEROS.
001461 77  WRK-CTR-CONTROLE-ELIM   PIC 9(04) COMP VALUE ZEROS.
001462*****************************************************************
001463* MONTAGEM DO EVENTO GRAVADO NO ARQUIVO UNICO DE ALERTAS        *
001464* (8500-GRAVAR-ALERTA)                                          *
001465*****************************************************************
001466 01  WRK-ALERTA.
001467     02  WRK-ALR-SEVERIDADE  PIC X(01).
001468     02  WRK-ALR-CODIGO      PIC X(08).
001469     02  WRK-ALR-MENSAGEM    PIC X(60).
001470     02  WRK-ALR-DATA        PIC 9(08).
001471     02  WRK-ALR-HORA        PIC 9(08).
001472*****************************************************************
001480* CARIMBOS DE INICIO E FIM DAS EXECUCOES DO CICLO NA TRILHA,    *
001490* COMPARADOS COMO DATA+HORA CONCATENADAS (AAAAMMDDHHMMSSCC).    *
001500*****************************************************************
001930             THRU 5000-GRAVAR-RESUMO-EXIT
001940         PERFORM 6000-ELIMINAR-CHECKPOINT
001950             THRU 6000-ELIMINAR-CHECKPOINT-EXIT
001951         PERFORM 6500-LIMPAR-CONTROLE-PASSOS
001952             THRU 6500-LIMPAR-CONTROLE-PASSOS-EXIT
001960         DISPLAY 'CYCLCLOS: CICLO ' WRK-CHAVE-RESTART ' DE '
001970             WRK-DATA-CICLO ' ENCERRADO - CHECKPOINT ELIMINADO'
001980     ELSE
003710     EXIT.
003720*****************************************************************
003730* 4100-CONFERIR-PASSO                                          *
003740*     RELACIONA NO CONSOLE O PASSO DA TABELA AINDA PENDENTE     *
003741*     E GRAVA O EVENTO CORRESPONDENTE NO ARQUIVO DE ALERTAS.    *
003750*****************************************************************
003760 4100-CONFERIR-PASSO.
003770     IF WRK-PASSO-SW(WRK-IDX) = 'N'
003780         ADD 1 TO WRK-QTD-FALTANTES
003790         DISPLAY 'CYCLCLOS: PASSO SEM EXECUCAO NO CICLO: '
003800             WRK-PASSO-NOME(WRK-IDX)
003801         MOVE 'E' TO WRK-ALR-SEVERIDADE
003802         MOVE 'PASSOFLT' TO WRK-ALR-CODIGO
003803         MOVE SPACES TO WRK-ALR-MENSAGEM
003804         STRING 'PASSO SEM EXECUCAO NO ENCERRAMENTO: '
003805                                     DELIMITED BY SIZE
003806                WRK-PASSO-NOME(WRK-IDX) DELIMITED BY SPACE
003807             INTO WRK-ALR-MENSAGEM
003808         PERFORM 8500-GRAVAR-ALERTA
003809             THRU 8500-GRAVAR-ALERTA-EXIT
003810     END-IF.
003820 4100-CONFERIR-PASSO-EXIT.
003830     EXIT.
004200 6000-ELIMINAR-CHECKPOINT-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 6500-LIMPAR-CONTROLE-PASSOS                                  *
004240*     ELIMINA DO ARQUIVO DE CONCLUSAO DE PASSOS TODAS AS        *
004250*     ENTRADAS DO CICLO ENCERRADO (POSICIONA NA PRIMEIRA CHAVE  *
004260*     DO CICLO E LE EM SEQUENCIA ENQUANTO O CICLO FOR O MESMO). *
004270*     SEM O ARQUIVO NO AMBIENTE NAO HA O QUE ELIMINAR.          *
004280*****************************************************************
004290 6500-LIMPAR-CONTROLE-PASSOS.
004300     OPEN I-O STEP-CTL.
004310     IF NOT FS-STEPCTL-OK
004320         GO TO 6500-LIMPAR-CONTROLE-PASSOS-EXIT
004330     END-IF.
004340     MOVE WRK-CHAVE-RESTART TO STPC-ID-CICLO.
004350     MOVE ZEROS             TO STPC-DATA-CICLO.
004360     MOVE LOW-VALUES        TO STPC-PROGRAMA.
004370     START STEP-CTL KEY >= STPC-CHAVE
004380         INVALID KEY
004390             SET FIM-CONTROLE-PASSOS TO TRUE
004400     END-START.
004410     PERFORM 6600-ELIMINAR-PASSO
004420         THRU 6600-ELIMINAR-PASSO-EXIT
004430         UNTIL FIM-CONTROLE-PASSOS.
004440     CLOSE STEP-CTL.
004450     DISPLAY 'CYCLCLOS: ENTRADAS DE CONCLUSAO DE PASSOS '
004460         'ELIMINADAS: ' WRK-CTR-CONTROLE-ELIM.
004470 6500-LIMPAR-CONTROLE-PASSOS-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 6600-ELIMINAR-PASSO                                          *
004510*****************************************************************
004520 6600-ELIMINAR-PASSO.
004530     READ STEP-CTL NEXT RECORD
004540         AT END
004550             SET FIM-CONTROLE-PASSOS TO TRUE
004560             GO TO 6600-ELIMINAR-PASSO-EXIT
004570     END-READ.
004572     IF NOT FS-STEPCTL-OK
004574         DISPLAY 'CYCLCLOS: ERRO NA LEITURA DO STEPCTL - '
004575             'FS: ' WRK-FS-STEPCTL
004576         SET FIM-CONTROLE-PASSOS TO TRUE
004577         GO TO 6600-ELIMINAR-PASSO-EXIT
004578     END-IF.
004580     IF STPC-ID-CICLO NOT = WRK-CHAVE-RESTART
004590         SET FIM-CONTROLE-PASSOS TO TRUE
004600         GO TO 6600-ELIMINAR-PASSO-EXIT
004610     END-IF.
004620     DELETE STEP-CTL
004630         INVALID KEY
004640             CONTINUE
004650         NOT INVALID KEY
004660             ADD 1 TO WRK-CTR-CONTROLE-ELIM
004670     END-DELETE.
004680 6600-ELIMINAR-PASSO-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 8500-GRAVAR-ALERTA                                           *
004720*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
004730*     EM WRK-ALERTA, COM O CICLO, A DATA-BASE E O CARIMBO DE    *
004740*     DATA/HORA. O ARQUIVO E CRIADO QUANDO AINDA NAO EXISTIR;   *
004750*     A FALHA DE GRAVACAO E APENAS AVISADA, SEM INTERROMPER O   *
004760*     ENCERRAMENTO DO CICLO.                                    *
004770*****************************************************************
004780 8500-GRAVAR-ALERTA.
004790     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
004800     ACCEPT WRK-ALR-HORA FROM TIME.
004810     OPEN EXTEND ALERT-FILE.
004820     IF FS-ALERTA-ARQ-INEXISTENTE
004830         OPEN OUTPUT ALERT-FILE
004840     END-IF.
004850     IF NOT FS-ALERTA-OK
004860         DISPLAY 'CYCLCLOS: ARQUIVO DE ALERTAS INDISPONIVEL - '
004870             'FS: ' WRK-FS-ALERTA
004880         GO TO 8500-GRAVAR-ALERTA-EXIT
004890     END-IF.
004900     MOVE SPACES TO ALERTA-REGISTRO.
004910     MOVE 'CYCLCLOS' TO ALR-PROGRAMA.
004920     MOVE WRK-CHAVE-RESTART TO ALR-ID-CICLO.
004930     MOVE WRK-DATA-CICLO TO ALR-DATA-PROCESSAMENTO.
004940     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
004950     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
004960     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
004970     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
004980     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
004990     WRITE ALERTA-REGISTRO.
005000     CLOSE ALERT-FILE.
005010 8500-GRAVAR-ALERTA-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 9999-FIM                                                     *
005050*****************************************************************
005060 9999-FIM.
005070     STOP RUN.
