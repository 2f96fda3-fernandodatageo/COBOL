000300* DATA       AUTOR   DESCRICAO
000310* ---------- ------- ------------------------------------------
000320* 02/09/2026 LFL     VERSAO ORIGINAL.
000321* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DO TICKET DE
000322*                    AUTORIZACAO DE REPROCESSAMENTO (AUDIT-NUM-
000323*                    TICKET) NO LAYOUT DA TRILHA DE AUDITORIA.
000324* 15/10/2026 LFL     CADA QUEBRA DA CADEIA (CODIGO CADQUEBR, COM O
000325*                    CICLO E A DATA DO REGISTRO QUE QUEBROU) E A
000326*                    DIVERGENCIA OU AUSENCIA DO CONTROLE (CODIGO
000327*                    CADCTRL) PASSAM A GRAVAR TAMBEM UM EVENTO
000328*                    CRITICO NO ARQUIVO UNICO DE ALERTAS (ALERTFL,
000329*                    COPYBOOK ALRTEVTC).
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000460     SELECT VRFYRPT ASSIGN TO VRFYRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-VRFYRPT.
000481     SELECT ALERT-FILE ASSIGN TO ALERTFL
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WRK-FS-ALERTA.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000630     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000640     02  AUDIT-ID-CICLO      PIC X(08).
000650     02  AUDIT-NUM-SEQ       PIC 9(09).
000651     02  AUDIT-NUM-TICKET    PIC X(10).
000660*****************************************************************
000670* AUDIT-CTL - CONTROLE DE INTEGRIDADE DA TRILHA DE AUDITORIA   *
000680*     (MESMO LAYOUT DO PROGRAMA DATA-REDEFINIDA): REGISTRO     *
000830     LABEL RECORD IS OMITTED
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  VRFYRPT-LINE                PIC X(132).
000851*****************************************************************
000852* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
000853*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
000854*****************************************************************
000855 FD  ALERT-FILE
000856     LABEL RECORD IS STANDARD.
000857     COPY ALRTEVTC.
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
001010     88  FS-AUDCTL-ARQ-INEXISTENTE   VALUE '35'.
001020 77  WRK-FS-VRFYRPT          PIC X(02) VALUE '00'.
001030     88  FS-VRFYRPT-OK               VALUE '00'.
001031 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
001032     88  FS-ALERTA-OK                VALUE '00'.
001033     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
001040 77  WRK-CHAVE-AUDCTL        PIC X(08) VALUE 'AUDITSEQ'.
001050*****************************************************************
001060* INDICADORES DE PROCESSAMENTO
001270 77  WRK-CTR-NUMERADOS       PIC 9(07) COMP VALUE ZEROS.
001280 77  WRK-CTR-LEGADOS         PIC 9(07) COMP VALUE ZEROS.
001290 77  WRK-CTR-QUEBRAS         PIC 9(07) COMP VALUE ZEROS.
001291*****************************************************************
001292* MONTAGEM DO EVENTO GRAVADO NO ARQUIVO UNICO DE ALERTAS        *
001293* (8500-GRAVAR-ALERTA). NA QUEBRA DA CADEIA O CICLO E A DATA DE *
001294* PROCESSAMENTO SAO OS DO REGISTRO QUE QUEBROU; NA CONFERENCIA  *
001295* DO CONTROLE, CICLO EM BRANCO E A DATA DA VERIFICACAO.         *
001296*****************************************************************
001297 01  WRK-ALERTA.
001298     02  WRK-ALR-SEVERIDADE  PIC X(01).
001299     02  WRK-ALR-CODIGO      PIC X(08).
001300     02  WRK-ALR-MENSAGEM    PIC X(60).
001301     02  WRK-ALR-ID-CICLO    PIC X(08).
001302     02  WRK-ALR-DATA-PROC   PIC 9(08).
001303     02  WRK-ALR-DATA        PIC 9(08).
001304     02  WRK-ALR-HORA        PIC 9(08).
001305*****************************************************************
001310* AREA DE TRABALHO DO RELATORIO VRFYRPT
001320*****************************************************************
001330 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002910         THRU 8900-GRAVAR-LINHA-VRFYRPT-EXIT.
002920     DISPLAY 'AUDITVRF: QUEBRA DE SEQUENCIA - ESPERADO '
002930         WRK-SEQ-ESPERADO ' ENCONTRADO ' AUDIT-NUM-SEQ.
002931     MOVE 'C' TO WRK-ALR-SEVERIDADE.
002932     MOVE 'CADQUEBR' TO WRK-ALR-CODIGO.
002933     MOVE AUDIT-ID-CICLO TO WRK-ALR-ID-CICLO.
002934     COMPUTE WRK-ALR-DATA-PROC = (AUDIT-ANO-SISTEMA * 10000)
002935         + (AUDIT-MES-SISTEMA * 100) + AUDIT-DIA-SISTEMA.
002936     MOVE SPACES TO WRK-ALR-MENSAGEM.
002937     STRING 'QUEBRA DE SEQUENCIA - ESPERADO ' DELIMITED BY SIZE
002938            WRK-SEQ-ESPERADO                  DELIMITED BY SIZE
002939            ' ENCONTRADO '                    DELIMITED BY SIZE
002940            AUDIT-NUM-SEQ                     DELIMITED BY SIZE
002941         INTO WRK-ALR-MENSAGEM.
002942     PERFORM 8500-GRAVAR-ALERTA
002943         THRU 8500-GRAVAR-ALERTA-EXIT.
002944 2500-RELACIONAR-QUEBRA-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 2900-LER-AUDITORIA                                           *
003250                 'CONTROLE (AUDITCTL) AUSENTE - NAO CERTIFICAVEL'
003260                 TO WRK-TIT-TEXTO
003320             DISPLAY 'AUDITVRF: CONTROLE DA TRILHA AUSENTE'
003321             MOVE 'CONTROLE DA TRILHA (AUDITCTL) AUSENTE'
003322                 TO WRK-ALR-MENSAGEM
003323             PERFORM 8400-ALERTAR-CONTROLE
003324                 THRU 8400-ALERTAR-CONTROLE-EXIT
003330         ELSE
003340             MOVE 'TRILHA AINDA SEM NUMERACAO - NADA A CONFERIR'
003350                 TO WRK-TIT-TEXTO
003520             INTO WRK-TIT-TEXTO
003530         DISPLAY 'AUDITVRF: ULTIMO NUMERO DA TRILHA DIVERGE '
003540             'DO CONTROLE'
003541         MOVE SPACES TO WRK-ALR-MENSAGEM
003542         STRING 'ULTIMO NUMERO DA TRILHA ' DELIMITED BY SIZE
003543                WRK-SEQ-ULTIMO             DELIMITED BY SIZE
003544                ' X CONTROLE '             DELIMITED BY SIZE
003545                ACTL-ULT-SEQ               DELIMITED BY SIZE
003546             INTO WRK-ALR-MENSAGEM
003547         PERFORM 8400-ALERTAR-CONTROLE
003548             THRU 8400-ALERTAR-CONTROLE-EXIT
003550     END-IF.
003560     PERFORM 8700-IMPRIMIR-TITULO
003570         THRU 8700-IMPRIMIR-TITULO-EXIT.
004100         THRU 8700-IMPRIMIR-TITULO-EXIT.
004110 8000-IMPRIMIR-TOTAIS-EXIT.
004120     EXIT.
004121*****************************************************************
004122* 8400-ALERTAR-CONTROLE                                        *
004123*     GRAVA O EVENTO DE CONTROLE DA TRILHA DIVERGENTE OU        *
004124*     AUSENTE (MENSAGEM JA MONTADA EM WRK-ALR-MENSAGEM), SEM    *
004125*     CICLO E COM A DATA DA VERIFICACAO.                        *
004126*****************************************************************
004127 8400-ALERTAR-CONTROLE.
004128     MOVE 'C' TO WRK-ALR-SEVERIDADE.
004129     MOVE 'CADCTRL' TO WRK-ALR-CODIGO.
004130     MOVE SPACES TO WRK-ALR-ID-CICLO.
004131     MOVE WRK-DATASYS-NUM TO WRK-ALR-DATA-PROC.
004132     PERFORM 8500-GRAVAR-ALERTA
004133         THRU 8500-GRAVAR-ALERTA-EXIT.
004134 8400-ALERTAR-CONTROLE-EXIT.
004135     EXIT.
004136*****************************************************************
004137* 8500-GRAVAR-ALERTA                                           *
004138*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
004139*     EM WRK-ALERTA, COM O CARIMBO DE DATA/HORA. O ARQUIVO E    *
004140*     CRIADO QUANDO AINDA NAO EXISTIR; A FALHA DE GRAVACAO E    *
004141*     APENAS AVISADA, SEM INTERROMPER A VERIFICACAO.            *
004142*****************************************************************
004143 8500-GRAVAR-ALERTA.
004144     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
004145     ACCEPT WRK-ALR-HORA FROM TIME.
004146     OPEN EXTEND ALERT-FILE.
004147     IF FS-ALERTA-ARQ-INEXISTENTE
004148         OPEN OUTPUT ALERT-FILE
004149     END-IF.
004150     IF NOT FS-ALERTA-OK
004151         DISPLAY 'AUDITVRF: ARQUIVO DE ALERTAS INDISPONIVEL - '
004152             'FS: ' WRK-FS-ALERTA
004153         GO TO 8500-GRAVAR-ALERTA-EXIT
004154     END-IF.
004155     MOVE SPACES TO ALERTA-REGISTRO.
004156     MOVE 'AUDITVRF' TO ALR-PROGRAMA.
004157     MOVE WRK-ALR-ID-CICLO TO ALR-ID-CICLO.
004158     MOVE WRK-ALR-DATA-PROC TO ALR-DATA-PROCESSAMENTO.
004159     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
004160     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
004161     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
004162     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
004163     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
004164     WRITE ALERTA-REGISTRO.
004165     CLOSE ALERT-FILE.
004166 8500-GRAVAR-ALERTA-EXIT.
004167     EXIT.
004168*****************************************************************
004169* 8700-IMPRIMIR-TITULO                                         *
004170*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
004171*     WRK-LINHA-TITULO.                                         *
004172*****************************************************************
004180 8700-IMPRIMIR-TITULO.
004190     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
004200     PERFORM 8900-GRAVAR-LINHA-VRFYRPT
