000290* DATA       AUTOR   DESCRICAO
000300* ---------- ------- ------------------------------------------
000310* 02/09/2026 LFL     VERSAO ORIGINAL.
000311* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DO TICKET DE
000312*                    AUTORIZACAO DE REPROCESSAMENTO (AUDIT-NUM-
000313*                    TICKET) NO LAYOUT DA TRILHA DE AUDITORIA.
000314* 15/10/2026 LFL     INCLUIDA A SECAO DE CONTROLE DE REINICIO POR
000315*                    PASSO: PARA CADA PASSO ESPERADO, A SITUACAO
000316*                    NO ARQUIVO DE CONCLUSAO DE PASSOS (STEP-CTL,
000317*                    SUBPROGRAMA STEPGATE), COM AS EXECUCOES
000318*                    PULADAS POR PASSO JA CONCLUIDO E AS
000319*                    REEXECUCOES FORCADAS POR CARTAO, SEPARADA DA
000320*                    SITUACAO APURADA NA TRILHA DE AUDITORIA.
000321* 15/10/2026 LFL     CADA PASSO ATRASADO PASSA A GRAVAR TAMBEM UM
000322*                    EVENTO NO ARQUIVO UNICO DE ALERTAS (ALERTFL,
000323*                    COPYBOOK ALRTEVTC), CODIGO PASSOATR.
000324*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000540     SELECT CYCMRPT ASSIGN TO CYCMRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-CYCMRPT.
000561     SELECT STEP-CTL ASSIGN TO STEPCTL
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS STPC-CHAVE
000565         FILE STATUS IS WRK-FS-STEPCTL.
000566     SELECT ALERT-FILE ASSIGN TO ALERTFL
000567         ORGANIZATION IS SEQUENTIAL
000568         FILE STATUS IS WRK-FS-ALERTA.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*****************************************************************
000820     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000830     02  AUDIT-ID-CICLO      PIC X(08).
000832     02  AUDIT-NUM-SEQ       PIC 9(09).
000833     02  AUDIT-NUM-TICKET    PIC X(10).
000840*****************************************************************
000850* STEPS-CARD - PASSOS ESPERADOS DO CICLO, UM NOME DE PROGRAMA   *
000860*     POR CARTAO (MESMA GRAFIA DE AUDIT-PROGRAMA, MESMO ARQUIVO *
001240     LABEL RECORD IS OMITTED
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  CYCMRPT-LINE                PIC X(132).
001261*****************************************************************
001262* STEP-CTL - CONCLUSAO DE PASSOS DO CICLO, CHAVEADO POR CICLO + *
001263*     DATA-BASE + PROGRAMA (MESMO LAYOUT DO SUBPROGRAMA         *
001264*     STEPGATE).                                                *
001265*****************************************************************
001266 FD  STEP-CTL
001267     LABEL RECORD IS STANDARD.
001268 01  STEP-CTL-RECORD.
001269     02  STPC-CHAVE.
001270         03  STPC-ID-CICLO   PIC X(08).
001271         03  STPC-DATA-CICLO PIC 9(08).
001272         03  STPC-PROGRAMA   PIC X(20).
001273     02  STPC-SITUACAO       PIC X(01).
001274         88  STPC-INICIADO           VALUE 'I'.
001275         88  STPC-CONCLUIDO          VALUE 'C'.
001276     02  STPC-SW-FORCADO     PIC X(01).
001277         88  STPC-FORCADO            VALUE 'S'.
001278     02  STPC-QTD-EXECUCOES  PIC 9(04).
001279     02  STPC-QTD-PULOS      PIC 9(04).
001280     02  STPC-INICIO-DATA    PIC 9(08).
001281     02  STPC-INICIO-HORA    PIC 9(08).
001282     02  STPC-FIM-DATA       PIC 9(08).
001283     02  STPC-FIM-HORA       PIC 9(08).
001284*****************************************************************
001285* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
001286*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
001287*****************************************************************
001288 FD  ALERT-FILE
001289     LABEL RECORD IS STANDARD.
001290     COPY ALRTEVTC.
001291 WORKING-STORAGE SECTION.
001292*****************************************************************
001293* STATUS DOS ARQUIVOS
001300*****************************************************************
001310 77  WRK-FS-RESTART          PIC X(02) VALUE '00'.
001320     88  FS-RESTART-OK               VALUE '00'.
001500     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001510 77  WRK-FS-CYCMRPT          PIC X(02) VALUE '00'.
001520     88  FS-CYCMRPT-OK               VALUE '00'.
001521 77  WRK-FS-STEPCTL          PIC X(02) VALUE '00'.
001522     88  FS-STEPCTL-OK               VALUE '00'.
001523     88  FS-STEPCTL-NAO-ENCONTRADO   VALUE '23'.
001524     88  FS-STEPCTL-ARQ-INEXISTENTE  VALUE '35'.
001525 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
001526     88  FS-ALERTA-OK                VALUE '00'.
001527     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
001530*****************************************************************
001540* CHAVE DO CHECKPOINT = IDENTIFICADOR DO CICLO (FLUXO DE LOTE). *
001550* O VALOR HISTORICO CICLO001 VALE QUANDO O CARTAO DE PARAMETROS *
001660         88  FIM-PRAZOS              VALUE 'S'.
001670     02  WRK-SW-FIM-AUDIT    PIC X(01) VALUE 'N'.
001680         88  FIM-AUDITORIA           VALUE 'S'.
001681     02  WRK-SW-CONTROLE     PIC X(01) VALUE 'N'.
001682         88  CONTROLE-DISPONIVEL     VALUE 'S'.
001690*****************************************************************
001700* TABELA DE PASSOS ESPERADOS DO CICLO: INDICACAO DE EXECUCAO    *
001710* ENCONTRADA NA TRILHA (COM O HORARIO HHMM DA ULTIMA EXECUCAO)  *
001820             88  PASSO-COM-LIMITE    VALUE 'S'.
001830             88  PASSO-SEM-LIMITE    VALUE 'N'.
001840         03  WRK-PASSO-LIMITE PIC 9(04).
001841         03  WRK-PASSO-SW-CTL PIC X(01).
001842             88  PASSO-CTL-CONCLUIDO VALUE 'C'.
001843             88  PASSO-CTL-INICIADO  VALUE 'I'.
001844             88  PASSO-CTL-AUSENTE   VALUE ' '.
001845         03  WRK-PASSO-CTL-EXEC PIC 9(04).
001846         03  WRK-PASSO-CTL-PULOS PIC 9(04).
001847         03  WRK-PASSO-CTL-FORC PIC X(01).
001848             88  PASSO-CTL-FORCADO   VALUE 'S'.
001849         03  WRK-PASSO-CTL-FIM PIC 9(04).
001850 77  WRK-QTD-PASSOS          PIC 9(02) COMP VALUE ZEROS.
001860 77  WRK-MAX-PASSOS          PIC 9(02) COMP VALUE 50.
001870 77  WRK-IDX                 PIC 9(02) COMP.
001880 77  WRK-CTR-CONCLUIDOS      PIC 9(02) COMP VALUE ZEROS.
001890 77  WRK-CTR-PENDENTES       PIC 9(02) COMP VALUE ZEROS.
001900 77  WRK-CTR-ATRASADOS       PIC 9(02) COMP VALUE ZEROS.
001901 77  WRK-CTR-CTL-CONCLUIDOS  PIC 9(02) COMP VALUE ZEROS.
001902 77  WRK-CTR-CTL-PULADOS     PIC 9(02) COMP VALUE ZEROS.
001903 77  WRK-CTR-CTL-FORCADOS    PIC 9(02) COMP VALUE ZEROS.
001904 77  WRK-CTR-CTL-PULOS       PIC 9(06) COMP VALUE ZEROS.
001910*****************************************************************
001920* DATA-BASE DO CICLO E APOIO DA CONFERENCIA DA TRILHA
001930*****************************************************************
002030 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
002040 77  WRK-HORA-ATUAL-CHEIA    PIC 9(08) VALUE ZEROS.
002050 77  WRK-HORA-ATUAL          PIC 9(04) VALUE ZEROS.
002051*****************************************************************
002052* MONTAGEM DO EVENTO GRAVADO NO ARQUIVO UNICO DE ALERTAS        *
002053* (8500-GRAVAR-ALERTA)                                          *
002054*****************************************************************
002055 01  WRK-ALERTA.
002056     02  WRK-ALR-SEVERIDADE  PIC X(01).
002057     02  WRK-ALR-CODIGO      PIC X(08).
002058     02  WRK-ALR-MENSAGEM    PIC X(60).
002059     02  WRK-ALR-DATA        PIC 9(08).
002060     02  WRK-ALR-HORA        PIC 9(08).
002061*****************************************************************
002070* AREA DE TRABALHO DO RELATORIO CYCMRPT
002080*****************************************************************
002090 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
002490     02  FILLER              PIC X(11) VALUE 'EXECUTADO: '.
002500     02  WRK-MON-EXECUTADO   PIC X(05).
002510     02  FILLER              PIC X(66) VALUE SPACES.
002511 01  WRK-LINHA-CONTROLE.
002512     02  FILLER              PIC X(01) VALUE SPACES.
002513     02  WRK-CTL-PASSO       PIC X(20).
002514     02  FILLER              PIC X(02) VALUE SPACES.
002515     02  WRK-CTL-SITUACAO    PIC X(12).
002516     02  FILLER              PIC X(02) VALUE SPACES.
002517     02  FILLER              PIC X(11) VALUE 'EXECUCOES: '.
002518     02  WRK-CTL-EXECUCOES   PIC ZZZ9.
002519     02  FILLER              PIC X(02) VALUE SPACES.
002520     02  FILLER              PIC X(07) VALUE 'PULOS: '.
002521     02  WRK-CTL-PULOS       PIC ZZZ9.
002522     02  FILLER              PIC X(02) VALUE SPACES.
002523     02  FILLER              PIC X(09) VALUE 'FORCADO: '.
002524     02  WRK-CTL-FORCADO     PIC X(03).
002525     02  FILLER              PIC X(02) VALUE SPACES.
002526     02  FILLER              PIC X(11) VALUE 'CONCLUSAO: '.
002527     02  WRK-CTL-CONCLUSAO   PIC X(05).
002528     02  FILLER              PIC X(35) VALUE SPACES.
002529 01  WRK-LINHA-TOTAL.
002530     02  FILLER              PIC X(01) VALUE SPACES.
002540     02  WRK-TOT-TEXTO       PIC X(45).
002550     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002890         THRU 2500-CARREGAR-PRAZOS-EXIT.
002900     PERFORM 3000-CONFERIR-AUDITORIA
002910         THRU 3000-CONFERIR-AUDITORIA-EXIT.
002911     PERFORM 3600-CONFERIR-CONTROLE
002912         THRU 3600-CONFERIR-CONTROLE-EXIT.
002920     PERFORM 4000-AVALIAR-SITUACAO
002930         THRU 4000-AVALIAR-SITUACAO-EXIT.
002940     PERFORM 9000-ENCERRAR
003930     MOVE ZEROS TO WRK-PASSO-HORA(WRK-QTD-PASSOS).
003940     MOVE 'N' TO WRK-PASSO-SW-LIM(WRK-QTD-PASSOS).
003950     MOVE ZEROS TO WRK-PASSO-LIMITE(WRK-QTD-PASSOS).
003951     MOVE SPACES TO WRK-PASSO-SW-CTL(WRK-QTD-PASSOS).
003952     MOVE ZEROS TO WRK-PASSO-CTL-EXEC(WRK-QTD-PASSOS).
003953     MOVE ZEROS TO WRK-PASSO-CTL-PULOS(WRK-QTD-PASSOS).
003954     MOVE 'N' TO WRK-PASSO-CTL-FORC(WRK-QTD-PASSOS).
003955     MOVE ZEROS TO WRK-PASSO-CTL-FIM(WRK-QTD-PASSOS).
003960 2200-LER-PROXIMO.
003970     PERFORM 2100-LER-PASSO
003980         THRU 2100-LER-PASSO-EXIT.
005310     END-IF.
005320 3500-MARCAR-PASSO-EXIT.
005330     EXIT.
005331*****************************************************************
005332* 3600-CONFERIR-CONTROLE                                       *
005333*     CONSULTA NO ARQUIVO DE CONCLUSAO DE PASSOS A SITUACAO DE  *
005334*     CADA PASSO ESPERADO NA DATA-BASE DO CICLO MONITORADO.     *
005335*     SEM O ARQUIVO NO AMBIENTE, A SECAO DE CONTROLE DE         *
005336*     REINICIO POR PASSO E OMITIDA DO RELATORIO.                *
005337*****************************************************************
005338 3600-CONFERIR-CONTROLE.
005339     OPEN INPUT STEP-CTL.
005340     IF NOT FS-STEPCTL-OK
005341         DISPLAY 'CYCLMON: ARQUIVO DE CONCLUSAO DE PASSOS '
005342             'INDISPONIVEL - CONTROLE DE REINICIO NAO APONTADO'
005343         GO TO 3600-CONFERIR-CONTROLE-EXIT
005344     END-IF.
005345     SET CONTROLE-DISPONIVEL TO TRUE.
005346     PERFORM 3700-LER-CONTROLE-PASSO
005347         THRU 3700-LER-CONTROLE-PASSO-EXIT
005348         VARYING WRK-IDX FROM 1 BY 1
005349         UNTIL WRK-IDX > WRK-QTD-PASSOS.
005350     CLOSE STEP-CTL.
005351 3600-CONFERIR-CONTROLE-EXIT.
005352     EXIT.
005353*****************************************************************
005354* 3700-LER-CONTROLE-PASSO                                      *
005355*     LE O REGISTRO DE CONCLUSAO DO PASSO WRK-IDX (CICLO +      *
005356*     DATA-BASE + PROGRAMA) E O ANOTA NA TABELA DE PASSOS.      *
005357*****************************************************************
005358 3700-LER-CONTROLE-PASSO.
005359     MOVE WRK-CHAVE-RESTART       TO STPC-ID-CICLO.
005360     MOVE WRK-DATA-CICLO          TO STPC-DATA-CICLO.
005361     MOVE WRK-PASSO-NOME(WRK-IDX) TO STPC-PROGRAMA.
005362     READ STEP-CTL
005363         INVALID KEY
005364             GO TO 3700-LER-CONTROLE-PASSO-EXIT
005365     END-READ.
005366     IF NOT FS-STEPCTL-OK
005367         GO TO 3700-LER-CONTROLE-PASSO-EXIT
005368     END-IF.
005369     MOVE STPC-SITUACAO      TO WRK-PASSO-SW-CTL(WRK-IDX).
005370     MOVE STPC-QTD-EXECUCOES TO WRK-PASSO-CTL-EXEC(WRK-IDX).
005371     MOVE STPC-QTD-PULOS     TO WRK-PASSO-CTL-PULOS(WRK-IDX).
005372     MOVE STPC-SW-FORCADO    TO WRK-PASSO-CTL-FORC(WRK-IDX).
005373     DIVIDE STPC-FIM-HORA BY 10000
005374         GIVING WRK-PASSO-CTL-FIM(WRK-IDX).
005375 3700-LER-CONTROLE-PASSO-EXIT.
005376     EXIT.
005377*****************************************************************
005378* 3900-LER-AUDITORIA                                           *
005379*     LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.             *
005380*****************************************************************
005381 3900-LER-AUDITORIA.
005390     READ AUDIT-LOG
005400         AT END
005410             SET FIM-AUDITORIA TO TRUE
005700         THRU 4100-AVALIAR-PASSO-EXIT
005710         VARYING WRK-IDX FROM 1 BY 1
005720         UNTIL WRK-IDX > WRK-QTD-PASSOS.
005721     IF CONTROLE-DISPONIVEL
005722         PERFORM 4500-IMPRIMIR-CONTROLE
005723             THRU 4500-IMPRIMIR-CONTROLE-EXIT
005724     END-IF.
005730     PERFORM 8000-IMPRIMIR-TOTAIS
005740         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
005750 4000-AVALIAR-SITUACAO-EXIT.
006170         ADD 1 TO WRK-CTR-ATRASADOS
006180         DISPLAY 'CYCLMON: PASSO ATRASADO: '
006190             WRK-PASSO-NOME(WRK-IDX)
006191         MOVE 'E' TO WRK-ALR-SEVERIDADE
006192         MOVE 'PASSOATR' TO WRK-ALR-CODIGO
006193         MOVE SPACES TO WRK-ALR-MENSAGEM
006194         STRING 'PASSO ATRASADO: '   DELIMITED BY SIZE
006195                WRK-PASSO-NOME(WRK-IDX) DELIMITED BY SPACE
006196                ' LIMITE '           DELIMITED BY SIZE
006197                WRK-MON-LIMITE       DELIMITED BY SIZE
006198             INTO WRK-ALR-MENSAGEM
006199         PERFORM 8500-GRAVAR-ALERTA
006200             THRU 8500-GRAVAR-ALERTA-EXIT
006201     ELSE
006210         ADD 1 TO WRK-CTR-PENDENTES
006220     END-IF.
006230 4100-IMPRIMIR.
006260         THRU 8900-GRAVAR-LINHA-CYCMRPT-EXIT.
006270 4100-AVALIAR-PASSO-EXIT.
006280     EXIT.
006281*****************************************************************
006282* 4500-IMPRIMIR-CONTROLE                                       *
006283*     IMPRIME A SECAO DE CONTROLE DE REINICIO POR PASSO, COM A  *
006284*     SITUACAO REGISTRADA PELO SUBPROGRAMA STEPGATE PARA CADA   *
006285*     PASSO ESPERADO, INDEPENDENTE DA TRILHA DE AUDITORIA.      *
006286*****************************************************************
006287 4500-IMPRIMIR-CONTROLE.
006288     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006289     PERFORM 8900-GRAVAR-LINHA-CYCMRPT
006290         THRU 8900-GRAVAR-LINHA-CYCMRPT-EXIT.
006291     MOVE 'CONTROLE DE REINICIO POR PASSO (CONCLUSAO DE PASSOS)'
006292         TO WRK-TIT-TEXTO.
006293     PERFORM 8700-IMPRIMIR-TITULO
006294         THRU 8700-IMPRIMIR-TITULO-EXIT.
006295     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006296     PERFORM 8900-GRAVAR-LINHA-CYCMRPT
006297         THRU 8900-GRAVAR-LINHA-CYCMRPT-EXIT.
006298     PERFORM 4600-IMPRIMIR-CONTROLE-PASSO
006299         THRU 4600-IMPRIMIR-CONTROLE-PASSO-EXIT
006300         VARYING WRK-IDX FROM 1 BY 1
006301         UNTIL WRK-IDX > WRK-QTD-PASSOS.
006302 4500-IMPRIMIR-CONTROLE-EXIT.
006303     EXIT.
006304*****************************************************************
006305* 4600-IMPRIMIR-CONTROLE-PASSO                                 *
006306*     IMPRIME A SITUACAO DE CONTROLE DO PASSO WRK-IDX E         *
006307*     ACUMULA OS PASSOS CONCLUIDOS, PULADOS (COM AO MENOS UMA   *
006308*     EXECUCAO PULADA) E COM REEXECUCAO FORCADA POR CARTAO.     *
006309*****************************************************************
006310 4600-IMPRIMIR-CONTROLE-PASSO.
006311     MOVE WRK-PASSO-NOME(WRK-IDX) TO WRK-CTL-PASSO.
006312     MOVE WRK-PASSO-CTL-EXEC(WRK-IDX) TO WRK-CTL-EXECUCOES.
006313     MOVE WRK-PASSO-CTL-PULOS(WRK-IDX) TO WRK-CTL-PULOS.
006314     MOVE SPACES TO WRK-CTL-CONCLUSAO.
006315     EVALUATE TRUE
006316         WHEN PASSO-CTL-CONCLUIDO(WRK-IDX)
006317             ADD 1 TO WRK-CTR-CTL-CONCLUIDOS
006318             MOVE 'CONCLUIDO' TO WRK-CTL-SITUACAO
006319             MOVE WRK-PASSO-CTL-FIM(WRK-IDX) TO WRK-HORA-DESMEM
006320             PERFORM 8600-EDITAR-HORA
006321                 THRU 8600-EDITAR-HORA-EXIT
006322             MOVE WRK-HORA-EDITADA TO WRK-CTL-CONCLUSAO
006323         WHEN PASSO-CTL-INICIADO(WRK-IDX)
006324             MOVE 'INICIADO' TO WRK-CTL-SITUACAO
006325         WHEN OTHER
006326             MOVE 'SEM REGISTRO' TO WRK-CTL-SITUACAO
006327     END-EVALUATE.
006328     IF WRK-PASSO-CTL-PULOS(WRK-IDX) > ZEROS
006329         ADD 1 TO WRK-CTR-CTL-PULADOS
006330         ADD WRK-PASSO-CTL-PULOS(WRK-IDX) TO WRK-CTR-CTL-PULOS
006331     END-IF.
006332     IF PASSO-CTL-FORCADO(WRK-IDX)
006333         ADD 1 TO WRK-CTR-CTL-FORCADOS
006334         MOVE 'SIM' TO WRK-CTL-FORCADO
006335     ELSE
006336         MOVE 'NAO' TO WRK-CTL-FORCADO
006337     END-IF.
006338     MOVE WRK-LINHA-CONTROLE TO WRK-LINHA-SAIDA.
006339     PERFORM 8900-GRAVAR-LINHA-CYCMRPT
006340         THRU 8900-GRAVAR-LINHA-CYCMRPT-EXIT.
006341 4600-IMPRIMIR-CONTROLE-PASSO-EXIT.
006342     EXIT.
006343*****************************************************************
006344* 8000-IMPRIMIR-TOTAIS                                         *
006345*     IMPRIME O QUADRO DE TOTAIS DO MONITORAMENTO.              *
006346*****************************************************************
006347 8000-IMPRIMIR-TOTAIS.
006348     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006350     PERFORM 8900-GRAVAR-LINHA-CYCMRPT
006360         THRU 8900-GRAVAR-LINHA-CYCMRPT-EXIT.
006370     MOVE 'PASSOS ESPERADOS:' TO WRK-TOT-TEXTO.
006550     MOVE WRK-CTR-EXECUCOES TO WRK-TOT-VALOR.
006560     PERFORM 8800-GRAVAR-LINHA-TOTAL
006570         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006571     IF NOT CONTROLE-DISPONIVEL
006572         GO TO 8000-IMPRIMIR-TOTAIS-EXIT
006573     END-IF.
006574     MOVE 'PASSOS CONCLUIDOS (CONTROLE DE PASSOS):'
006575         TO WRK-TOT-TEXTO.
006576     MOVE WRK-CTR-CTL-CONCLUIDOS TO WRK-TOT-VALOR.
006577     PERFORM 8800-GRAVAR-LINHA-TOTAL
006578         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006579     MOVE 'PASSOS PULADOS POR JA CONCLUIDOS:' TO WRK-TOT-TEXTO.
006580     MOVE WRK-CTR-CTL-PULADOS TO WRK-TOT-VALOR.
006581     PERFORM 8800-GRAVAR-LINHA-TOTAL
006582         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006583     MOVE 'EXECUCOES PULADAS:' TO WRK-TOT-TEXTO.
006584     MOVE WRK-CTR-CTL-PULOS TO WRK-TOT-VALOR.
006585     PERFORM 8800-GRAVAR-LINHA-TOTAL
006586         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006587     MOVE 'PASSOS COM REEXECUCAO FORCADA:' TO WRK-TOT-TEXTO.
006588     MOVE WRK-CTR-CTL-FORCADOS TO WRK-TOT-VALOR.
006589     PERFORM 8800-GRAVAR-LINHA-TOTAL
006590         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006591 8000-IMPRIMIR-TOTAIS-EXIT.
006592     EXIT.
006593*****************************************************************
006594* 8500-GRAVAR-ALERTA                                           *
006595*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
006596*     EM WRK-ALERTA, COM O CICLO, A DATA-BASE E O CARIMBO DE    *
006597*     DATA/HORA. O ARQUIVO E CRIADO QUANDO AINDA NAO EXISTIR;   *
006598*     A FALHA DE GRAVACAO E APENAS AVISADA, SEM INTERROMPER O   *
006599*     MONITORAMENTO.                                            *
006600*****************************************************************
006601 8500-GRAVAR-ALERTA.
006602     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
006603     ACCEPT WRK-ALR-HORA FROM TIME.
006604     OPEN EXTEND ALERT-FILE.
006605     IF FS-ALERTA-ARQ-INEXISTENTE
006606         OPEN OUTPUT ALERT-FILE
006607     END-IF.
006608     IF NOT FS-ALERTA-OK
006609         DISPLAY 'CYCLMON: ARQUIVO DE ALERTAS INDISPONIVEL - FS: '
006610             WRK-FS-ALERTA
006611         GO TO 8500-GRAVAR-ALERTA-EXIT
006612     END-IF.
006613     MOVE SPACES TO ALERTA-REGISTRO.
006614     MOVE 'CYCLMON' TO ALR-PROGRAMA.
006615     MOVE WRK-CHAVE-RESTART TO ALR-ID-CICLO.
006616     MOVE WRK-DATA-CICLO TO ALR-DATA-PROCESSAMENTO.
006617     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
006618     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
006619     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
006620     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
006621     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
006622     WRITE ALERTA-REGISTRO.
006623     CLOSE ALERT-FILE.
006624 8500-GRAVAR-ALERTA-EXIT.
006625     EXIT.
006626*****************************************************************
006627* 8600-EDITAR-HORA                                             *
006628*     EDITA O HORARIO HHMM DE WRK-HORA-DESMEM COMO HH:MM EM     *
006630*     WRK-HORA-EDITADA.                                         *
006640*****************************************************************
006650 8600-EDITAR-HORA.
