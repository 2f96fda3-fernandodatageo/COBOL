000257*                    A CADA CALENDARIO; A COBERTURA E OS
000258*                    FERIADOS FIXOS CONTINUAM CONFERIDOS SOBRE
000259*                    O CALENDARIO NACIONAL.
000260* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO PADRAO DE PERIODOS
000261*                    DECLARADO (FCAL-PADRAO, EX.: 4-4-5) NO LAYOUT
000262*                    DO CALENDARIO FISCAL, MANTIDO PELO FCALMANT.
000263* 15/10/2026 LFL     OS ERROS DE COBERTURA (CALENDARIO AUSENTE OU
000264*                    VAZIO E COBERTURA AQUEM DO HORIZONTE) E OS
000265*                    FERIADOS FIXOS AUSENTES PASSAM A GRAVAR
000266*                    TAMBEM UM EVENTO NO ARQUIVO UNICO DE ALERTAS
000267*                    (ALERTFL, COPYBOOK ALRTEVTC), CODIGOS
000268*                    FERCOBER E FERFIXO.
000269*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000460     SELECT HOLARPT ASSIGN TO HOLARPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-HOLARPT.
000481     SELECT ALERT-FILE ASSIGN TO ALERTFL
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WRK-FS-ALERTA.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000800         03  FCAL-PERIODO-FISCAL PIC 9(02).
000810     02  FCAL-DATA-INICIO    PIC 9(08).
000820     02  FCAL-DATA-FIM       PIC 9(08).
000821     02  FCAL-PADRAO         PIC X(03).
000830*****************************************************************
000840* HOLARPT - RELATORIO DA AUDITORIA DO CALENDARIO DE FERIADOS.   *
000850*****************************************************************
000870     LABEL RECORD IS OMITTED
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  HOLARPT-LINE                PIC X(132).
000891*****************************************************************
000892* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
000893*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
000894*****************************************************************
000895 FD  ALERT-FILE
000896     LABEL RECORD IS STANDARD.
000897     COPY ALRTEVTC.
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
001110     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
001120 77  WRK-FS-HOLARPT          PIC X(02) VALUE '00'.
001130     88  FS-HOLARPT-OK               VALUE '00'.
001131 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
001132     88  FS-ALERTA-OK                VALUE '00'.
001133     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
001140 77  WRK-CHAVE-PERIODO       PIC X(08) VALUE 'PERIODO1'.
001150*****************************************************************
001160* INDICADORES DE PROCESSAMENTO
002020 77  WRK-CTR-DUPLICADAS      PIC 9(05) COMP VALUE ZEROS.
002030 77  WRK-CTR-FORA-SEQ        PIC 9(05) COMP VALUE ZEROS.
002040 77  WRK-CTR-FALTANTES       PIC 9(05) COMP VALUE ZEROS.
002041*****************************************************************
002042* MONTAGEM DO EVENTO GRAVADO NO ARQUIVO UNICO DE ALERTAS        *
002043* (8500-GRAVAR-ALERTA), SEM CICLO E COM A DATA DA AUDITORIA.    *
002044*****************************************************************
002045 01  WRK-ALERTA.
002046     02  WRK-ALR-SEVERIDADE  PIC X(01).
002047     02  WRK-ALR-CODIGO      PIC X(08).
002048     02  WRK-ALR-MENSAGEM    PIC X(60).
002049     02  WRK-ALR-DATA        PIC 9(08).
002050     02  WRK-ALR-HORA        PIC 9(08).
002051*****************************************************************
002060* AREA DE TRABALHO DO RELATORIO HOLARPT
002070*****************************************************************
002080 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002970     IF FS-HOLIDAY-ARQ-INEXISTENTE
002980         DISPLAY 'HOLIAUDT: CALENDARIO DE FERIADOS (HOLIDFL) '
002990             'INDISPONIVEL - AUDITORIA NAO EXECUTADA'
002991         MOVE 'E' TO WRK-ALR-SEVERIDADE
002992         MOVE 'FERCOBER' TO WRK-ALR-CODIGO
002993         MOVE 'CALENDARIO DE FERIADOS (HOLIDFL) INDISPONIVEL'
002994             TO WRK-ALR-MENSAGEM
002995         PERFORM 8500-GRAVAR-ALERTA
002996             THRU 8500-GRAVAR-ALERTA-EXIT
003000         GO TO 1000-INICIALIZAR-EXIT
003010     END-IF.
003020     OPEN OUTPUT HOLARPT.
005130         PERFORM 8700-IMPRIMIR-TITULO
005140             THRU 8700-IMPRIMIR-TITULO-EXIT
005150         MOVE 08 TO RETURN-CODE
005151         MOVE 'E' TO WRK-ALR-SEVERIDADE
005152         MOVE 'FERCOBER' TO WRK-ALR-CODIGO
005153         MOVE 'CALENDARIO DE FERIADOS VAZIO - NENHUM FERIADO'
005154             TO WRK-ALR-MENSAGEM
005155         PERFORM 8500-GRAVAR-ALERTA
005156             THRU 8500-GRAVAR-ALERTA-EXIT
005160         GO TO 3000-AVALIAR-COBERTURA-EXIT
005170     END-IF.
005180     MOVE SPACES TO WRK-TIT-TEXTO.
005380         DISPLAY 'HOLIAUDT: COBERTURA DO CALENDARIO NAO '
005390             'ALCANCA O FIM DO PROXIMO ANO FISCAL'
005400         MOVE 08 TO RETURN-CODE
005401         MOVE 'E' TO WRK-ALR-SEVERIDADE
005402         MOVE 'FERCOBER' TO WRK-ALR-CODIGO
005403         MOVE SPACES TO WRK-ALR-MENSAGEM
005404         STRING 'COBERTURA NAC ATE '     DELIMITED BY SIZE
005405                WRK-MAIOR-CHAVE          DELIMITED BY SIZE
005406                ' AQUEM DO HORIZONTE '   DELIMITED BY SIZE
005407                WRK-HORIZONTE-EXIGIDO    DELIMITED BY SIZE
005408             INTO WRK-ALR-MENSAGEM
005409         PERFORM 8500-GRAVAR-ALERTA
005410             THRU 8500-GRAVAR-ALERTA-EXIT
005411     ELSE
005420         MOVE 'COBERTURA SUFICIENTE PARA O PROXIMO ANO FISCAL'
005430             TO WRK-TIT-TEXTO
005440         PERFORM 8700-IMPRIMIR-TITULO
006110             TO WRK-OCO-MOTIVO
006120         PERFORM 8750-IMPRIMIR-OCORRENCIA
006130             THRU 8750-IMPRIMIR-OCORRENCIA-EXIT
006131         MOVE 'A' TO WRK-ALR-SEVERIDADE
006132         MOVE 'FERFIXO' TO WRK-ALR-CODIGO
006133         MOVE SPACES TO WRK-ALR-MENSAGEM
006134         STRING 'FERIADO FIXO AUSENTE EM '  DELIMITED BY SIZE
006135                WRK-CHAVE-PROCURADA        DELIMITED BY SIZE
006136                ' '                        DELIMITED BY SIZE
006137                WRK-FIXO-NOME(WRK-IDX-FIXO) DELIMITED BY SIZE
006138             INTO WRK-ALR-MENSAGEM
006139         PERFORM 8500-GRAVAR-ALERTA
006140             THRU 8500-GRAVAR-ALERTA-EXIT
006141     END-IF.
006150 4200-CONFERIR-FIXO-EXIT.
006160     EXIT.
006170*****************************************************************
006910         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006920 8000-IMPRIMIR-TOTAIS-EXIT.
006930     EXIT.
006931*****************************************************************
006932* 8500-GRAVAR-ALERTA                                           *
006933*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
006934*     EM WRK-ALERTA, COM O CARIMBO DE DATA/HORA. O ARQUIVO E    *
006935*     CRIADO QUANDO AINDA NAO EXISTIR; A FALHA DE GRAVACAO E    *
006936*     APENAS AVISADA, SEM INTERROMPER A AUDITORIA.              *
006937*****************************************************************
006938 8500-GRAVAR-ALERTA.
006939     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
006940     ACCEPT WRK-ALR-HORA FROM TIME.
006941     OPEN EXTEND ALERT-FILE.
006942     IF FS-ALERTA-ARQ-INEXISTENTE
006943         OPEN OUTPUT ALERT-FILE
006944     END-IF.
006945     IF NOT FS-ALERTA-OK
006946         DISPLAY 'HOLIAUDT: ARQUIVO DE ALERTAS INDISPONIVEL - '
006947             'FS: ' WRK-FS-ALERTA
006948         GO TO 8500-GRAVAR-ALERTA-EXIT
006949     END-IF.
006950     MOVE SPACES TO ALERTA-REGISTRO.
006951     MOVE 'HOLIAUDT' TO ALR-PROGRAMA.
006952     MOVE SPACES TO ALR-ID-CICLO.
006953     MOVE WRK-DATASYS-NUM TO ALR-DATA-PROCESSAMENTO.
006954     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
006955     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
006956     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
006957     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
006958     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
006959     WRITE ALERTA-REGISTRO.
006960     CLOSE ALERT-FILE.
006961 8500-GRAVAR-ALERTA-EXIT.
006962     EXIT.
006963*****************************************************************
006964* 8700-IMPRIMIR-TITULO                                         *
006965*     GRAVA NO RELATORIO A LINHA DE TITULO DE SECAO MONTADA EM  *
006970*     WRK-LINHA-TITULO.                                         *
006980*****************************************************************
006990 8700-IMPRIMIR-TITULO.
