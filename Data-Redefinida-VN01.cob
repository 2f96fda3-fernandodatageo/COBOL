000818*                    ULTIMO NUMERO E A CONTAGEM ACUMULADA). O
000819*                    PROGRAMA AUDITVRF CONFERE A CADEIA ANTES
000820*                    DO AUDTHIST E DO CORTE DO AUDTARCH.
000821* 15/10/2026 LFL     INCLUIDO O BLOQUEIO DE PERIODO FISCAL
000822*                    FECHADO: UMA DATA DE REPROCESSAMENTO EM
000823*                    PERIODO FECHADO PELA AREA FINANCEIRA (ARQUIVO
000824*                    PERIOD-LOCK, GRAVADO PELO PROGRAMA PERCLOSE)
000825*                    SO E ACEITA COM UM TICKET DE AUTORIZACAO
000826*                    (ARQUIVO REPROC-TKT) DO MESMO CICLO E DATA,
000827*                    INFORMADO NO CARTAO DE PARAMETROS; SEM ELE A
000828*                    EXECUCAO E RECUSADA COM RETURN-CODE 20 ANTES
000829*                    DE O CHECKPOINT DO CICLO SER REGRAVADO. O
000830*                    NUMERO DO TICKET E GRAVADO NA TRILHA DE
000831*                    AUDITORIA (AUDIT-NUM-TICKET) E TODA DECISAO
000832*                    SOBRE DATA DE REPROCESSAMENTO E REGISTRADA NO
000833*                    ARQUIVO REPROC-LOG, LISTADO PELO REPRHIST.
000834* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO PADRAO DE PERIODOS
000835*                    DECLARADO (FCAL-PADRAO, EX.: 4-4-5) NO LAYOUT
000836*                    DO CALENDARIO FISCAL, MANTIDO PELO FCALMANT.
000837* 15/10/2026 LFL     AS RECUSAS POR JANELA DE EXECUCAO (RC 16) E
000838*                    POR DATA FORA DOS PERIODOS FISCAIS CARREGADOS
000839*                    (RC 12) PASSAM A GRAVAR TAMBEM UM EVENTO
000840*                    CRITICO NO ARQUIVO UNICO DE ALERTAS (ALERTFL,
000841*                    COPYBOOK ALRTEVTC), CODIGOS JANELA16 E
000842*                    FISCAL12.
000843* 15/10/2026 LFL     FALHA NA ABERTURA DO PERIOD-LOCK (SALVO
000844*                    ARQUIVO INEXISTENTE) RECUSA A DATA DE
000845*                    REPROCESSAMENTO COM RETURN-CODE 20, COMO A
000846*                    FALTA DO ARQUIVO DE TICKETS. A DECISAO E
000847*                    GRAVADA NO REPROC-LOG SO NO FIM DO FLUXO
000848*                    PRINCIPAL, JA COM AS RECUSAS POR JANELA E
000849*                    POR PERIODO FISCAL, E AS FALHAS DE ABERTURA
000850*                    E GRAVACAO DO REPROC-LOG SAO AVISADAS.
000851*****************************************************************
000852 ENVIRONMENT DIVISION.
000853 CONFIGURATION SECTION.
000854 INPUT-OUTPUT SECTION.
000855 FILE-CONTROL.
000856     SELECT HOLIDAY-FILE ASSIGN TO HOLIDFL
000857         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS HOL-CHAVE
000880         FILE STATUS IS WRK-FS-HOLIDAY.
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS RWIN-CHAVE-DIA
001200         FILE STATUS IS WRK-FS-RUNWIN.
001201     SELECT PERIOD-LOCK ASSIGN TO PERLOCK
001202         ORGANIZATION IS INDEXED
001203         ACCESS MODE IS DYNAMIC
001204         RECORD KEY IS PLCK-CHAVE
001205         FILE STATUS IS WRK-FS-PERLOCK.
001206     SELECT REPROC-TKT ASSIGN TO REPRTKT
001207         ORGANIZATION IS INDEXED
001208         ACCESS MODE IS DYNAMIC
001209         RECORD KEY IS TKT-NUM-TICKET
001210         FILE STATUS IS WRK-FS-TICKET.
001211     SELECT REPROC-LOG ASSIGN TO REPRLOG
001212         ORGANIZATION IS SEQUENTIAL
001213         FILE STATUS IS WRK-FS-REPRLOG.
001214     SELECT ALERT-FILE ASSIGN TO ALERTFL
001215         ORGANIZATION IS SEQUENTIAL
001216         FILE STATUS IS WRK-FS-ALERTA.
001217 DATA DIVISION.
001220 FILE SECTION.
001230*****************************************************************
001240* HOLIDAY-FILE - CALENDARIO DE FERIADOS E DIAS NAO UTEIS,       *
001374*     FLUXOS SIMULTANEOS (EX.: CICLOFOL PARA A FOLHA, CICLOCAP  *
001376*     PARA CONTAS A PAGAR; EM BRANCO, VALE CICLO001), E O       *
001377*     CALENDARIO REGIONAL DE FERIADOS DO FLUXO (EX.: SP, RJ;    *
001379*     EM BRANCO OU NAC, SOMENTE O CALENDARIO NACIONAL), E O     *
001381*     NUMERO DO TICKET QUE AUTORIZA REPROCESSAR UMA DATA DE     *
001383*     PERIODO FISCAL FECHADO.                                   *
001385*****************************************************************
001390 FD  PARM-CARD
001400     LABEL RECORD IS OMITTED.
001410 01  PARM-CARD-REG.
001430     02  PARM-DATA-REPROC    PIC 9(08).
001435     02  PARM-ID-CICLO       PIC X(08).
001437     02  PARM-CALENDARIO     PIC X(03).
001438     02  PARM-NUM-TICKET     PIC X(10).
001440     02  FILLER              PIC X(47).
001450*****************************************************************
001460* AUDIT-LOG - TRILHA DE AUDITORIA COM A DATA DO SISTEMA USADA   *
001470*     POR CADA EXECUCAO DESTE PROGRAMA E O IDENTIFICADOR DO     *
001475*     CICLO (FLUXO DE LOTE) A QUE A EXECUCAO PERTENCE, COM O    *
001476*     NUMERO DO TICKET DE AUTORIZACAO DE REPROCESSAMENTO        *
001477*     INFORMADO NO CARTAO (EM BRANCO QUANDO NAO HOUVER).        *
001480*****************************************************************
001490 FD  AUDIT-LOG
001500     LABEL RECORD IS STANDARD.
001570     02  AUDIT-HORA-EXECUCAO PIC 9(08).
001575     02  AUDIT-ID-CICLO      PIC X(08).
001577     02  AUDIT-NUM-SEQ       PIC 9(09).
001578     02  AUDIT-NUM-TICKET    PIC X(10).
001579*****************************************************************
001580* AUDIT-CTL - CONTROLE DE INTEGRIDADE DA TRILHA DE AUDITORIA.  *
001581*     REGISTRO UNICO (CHAVE AUDITSEQ) COM O ULTIMO NUMERO DE   *
001582*     SEQUENCIA GRAVADO E A CONTAGEM ACUMULADA DE REGISTROS,   *
001583*     CONFERIDOS PELO PROGRAMA AUDITVRF.                       *
001584*****************************************************************
001585 FD  AUDIT-CTL
001586     LABEL RECORD IS STANDARD.
001587 01  AUDIT-CTL-RECORD.
001588     02  ACTL-CHAVE          PIC X(08).
001589     02  ACTL-ULT-SEQ        PIC 9(09).
001590     02  ACTL-QTD-GRAVADOS   PIC 9(09).
001591*****************************************************************
001592* PERIOD-CTL - CONTROLE DE PERIODO FISCAL CORRENTE. REGISTRO    *
001600*     UNICO, CHAVEADO POR PCTL-CHAVE, COM O ANO/PERIODO FISCAL  *
001610*     CORRENTES E A DATA DE FECHAMENTO DO PERIODO.               *
001620*****************************************************************
001810         03  FCAL-PERIODO-FISCAL PIC 9(02).
001820     02  FCAL-DATA-INICIO    PIC 9(08).
001830     02  FCAL-DATA-FIM       PIC 9(08).
001831     02  FCAL-PADRAO         PIC X(03).
001840*****************************************************************
001850* RESTART-CTL - CHECKPOINT DA DATA DE PROCESSAMENTO DO CICLO DE  *
001860*     LOTE CORRENTE (WRK-CHAVE-RESTART). REGISTRO UNICO, GRAVADO *
002270     02  RWIN-CHAVE-DIA      PIC 9(01).
002280     02  RWIN-HORA-INICIO    PIC 9(04).
002290     02  RWIN-HORA-FIM       PIC 9(04).
002291*****************************************************************
002292* PERIOD-LOCK - PERIODOS FISCAIS FECHADOS PELA AREA FINANCEIRA, *
002293*     UM REGISTRO POR ANO/PERIODO FECHADO (GRAVADO PELO         *
002294*     PROGRAMA PERCLOSE), COM AS DATAS DE INICIO E FIM DO       *
002295*     PERIODO COPIADAS DO CALENDARIO FISCAL E O CARIMBO E O     *
002296*     RESPONSAVEL PELO FECHAMENTO.                              *
002297*****************************************************************
002298 FD  PERIOD-LOCK
002299     LABEL RECORD IS STANDARD.
002300 01  PERIOD-LOCK-RECORD.
002301     02  PLCK-CHAVE.
002302         03  PLCK-ANO-FISCAL     PIC 9(04).
002303         03  PLCK-PERIODO-FISCAL PIC 9(02).
002304     02  PLCK-DATA-INICIO    PIC 9(08).
002305     02  PLCK-DATA-FIM       PIC 9(08).
002306     02  PLCK-DATA-FECHAM    PIC 9(08).
002307     02  PLCK-HORA-FECHAM    PIC 9(08).
002308     02  PLCK-RESPONSAVEL    PIC X(08).
002309*****************************************************************
002310* REPROC-TKT - TICKETS DE AUTORIZACAO DE REPROCESSAMENTO EM     *
002311*     PERIODO FISCAL FECHADO, CHAVEADOS PELO NUMERO DO TICKET,  *
002312*     COM O CICLO E A DATA DE PROCESSAMENTO AUTORIZADOS, O      *
002313*     APROVADOR DA AREA FINANCEIRA E A DATA DA APROVACAO.       *
002314*****************************************************************
002315 FD  REPROC-TKT
002316     LABEL RECORD IS STANDARD.
002317 01  REPROC-TKT-RECORD.
002318     02  TKT-NUM-TICKET      PIC X(10).
002319     02  TKT-ID-CICLO        PIC X(08).
002320     02  TKT-DATA-REPROC     PIC 9(08).
002321     02  TKT-APROVADOR       PIC X(08).
002322     02  TKT-DATA-APROVACAO  PIC 9(08).
002323*****************************************************************
002324* REPROC-LOG - REGISTRO DAS DECISOES SOBRE DATAS DE             *
002325*     REPROCESSAMENTO, UM REGISTRO POR EXECUCAO COM DATA DE     *
002326*     REPROCESSAMENTO VALIDA NO CARTAO: PERIODO ABERTO (L),     *
002327*     AUTORIZADA POR TICKET EM PERIODO FECHADO (A) OU RECUSADA  *
002328*     (R), COM O RESULTADO FINAL DA EXECUCAO: PERIODO FECHADO,  *
002329*     JANELA DE EXECUCAO OU PERIODO FISCAL NAO CARREGADO.       *
002330*     LISTADO PELO PROGRAMA REPRHIST.                           *
002331*****************************************************************
002332 FD  REPROC-LOG
002333     LABEL RECORD IS STANDARD.
002334 01  REPROC-LOG-RECORD.
002335     02  RLOG-DATA-EXECUCAO  PIC 9(08).
002336     02  RLOG-HORA-EXECUCAO  PIC 9(08).
002337     02  RLOG-ID-CICLO       PIC X(08).
002338     02  RLOG-DATA-REPROC    PIC 9(08).
002339     02  RLOG-ANO-FISCAL     PIC 9(04).
002340     02  RLOG-PERIODO-FISCAL PIC 9(02).
002341     02  RLOG-SITUACAO       PIC X(01).
002342         88  RLOG-PERIODO-ABERTO     VALUE 'L'.
002343         88  RLOG-AUTORIZADA         VALUE 'A'.
002344         88  RLOG-RECUSADA           VALUE 'R'.
002345     02  RLOG-NUM-TICKET     PIC X(10).
002346     02  RLOG-APROVADOR      PIC X(08).
002347     02  RLOG-MOTIVO         PIC X(40).
002348*****************************************************************
002349* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
002350*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
002351*****************************************************************
002352 FD  ALERT-FILE
002353     LABEL RECORD IS STANDARD.
002354     COPY ALRTEVTC.
002355 WORKING-STORAGE SECTION.
002356*****************************************************************
002357* DATASYS E AS TABELAS DE MESES POR EXTENSO (ABREVIATURA, PT E   *
002358* EN) VEM DO COPYBOOK COMUM DATECOPY, QUE TAMBEM TRAZ OS CAMPOS  *
002359* DE DATA CONVERTIDA (JULIANO E FORMATO US) POVOADOS POR         *
002360* DATECALC (VER 4700-CALCULAR-DATA-JULIANA-US).                 *
002361*****************************************************************
002370     COPY DATECOPY.
002380*****************************************************************
002390* TABELA DE DIAS DA SEMANA POR EXTENSO
002764 77  WRK-CAL-NACIONAL        PIC X(03) VALUE 'NAC'.
002766 77  WRK-ID-CALENDARIO       PIC X(03) VALUE SPACES.
002768 77  WRK-CAL-CONSULTA        PIC X(03) VALUE SPACES.
002769 01  WRK-SWITCHES.
002770     02  WRK-SW-DIA-UTIL     PIC X(01) VALUE 'S'.
002780         88  DIA-E-UTIL              VALUE 'S'.
002790         88  DIA-NAO-E-UTIL          VALUE 'N'.
003106 77  WRK-AUDIT-SEQ           PIC 9(09) VALUE ZEROS.
003110*****************************************************************
003120* IDENTIFICACAO GRAVADA EM AUDIT-PROGRAMA. AS EXECUCOES         *
003130* RECUSADAS (GUARDA DE JANELA, LACUNA DO CALENDARIO FISCAL,     *
003135* PERIODO FISCAL FECHADO SEM TICKET DE AUTORIZACAO)             *
003140* SAO GRAVADAS COMO 'DATA-REDEF-RECUSA', PARA A TENTATIVA       *
003150* FICAR VISIVEL COMO TAL NA TRILHA E NAO SER CONTADA COMO       *
003160* EXECUCAO NORMAL PELOS PROGRAMAS AUDTHIST E CYCLCLOS.          *
003592     88  TIPO-CICLO-FIM-ANO          VALUE 'A'.
003593 77  WRK-DATA-UTIL-ANTERIOR  PIC 9(08) VALUE ZEROS.
003594 77  WRK-DATA-UTIL-PROXIMA   PIC 9(08) VALUE ZEROS.
003597*****************************************************************
003600* AREA DE TRABALHO DO CHECKPOINT DE REINICIO DO CICLO DE LOTE
003610*****************************************************************
003620 77  WRK-FS-RESTART          PIC X(02) VALUE '00'.
003750*****************************************************************
003760 01  WRK-SW-CHECKPOINT       PIC X(01) VALUE 'N'.
003770     88  CHECKPOINT-GRAVADO-AGORA    VALUE 'S'.
003771*****************************************************************
003772* AREA DE TRABALHO DO BLOQUEIO DE PERIODO FISCAL FECHADO. UMA   *
003773* DATA DE REPROCESSAMENTO EM PERIODO FECHADO (PERIOD-LOCK) SO E *
003774* ACEITA COM UM TICKET DE AUTORIZACAO (REPROC-TKT) EMITIDO PARA *
003775* O MESMO CICLO E A MESMA DATA; SEM ELE A EXECUCAO E RECUSADA   *
003776* COM RETURN-CODE 20 ANTES DA REGRAVACAO DO CHECKPOINT (1760).  *
003777*****************************************************************
003778 77  WRK-FS-PERLOCK          PIC X(02) VALUE '00'.
003779     88  FS-PERLOCK-OK               VALUE '00'.
003780     88  FS-PERLOCK-FIM              VALUE '10'.
003781     88  FS-PERLOCK-ARQ-INEXISTENTE  VALUE '35'.
003782 77  WRK-FS-TICKET           PIC X(02) VALUE '00'.
003783     88  FS-TICKET-OK                VALUE '00'.
003784     88  FS-TICKET-NAO-ENCONTRADO    VALUE '23'.
003785     88  FS-TICKET-ARQ-INEXISTENTE   VALUE '35'.
003786 77  WRK-FS-REPRLOG          PIC X(02) VALUE '00'.
003787     88  FS-REPRLOG-OK               VALUE '00'.
003788     88  FS-REPRLOG-ARQ-INEXISTENTE  VALUE '35'.
003789 77  WRK-NUM-TICKET          PIC X(10) VALUE SPACES.
003790 01  WRK-SW-PERIODO-LOCK     PIC X(01) VALUE 'N'.
003791     88  PERIODO-FECHADO             VALUE 'S'.
003792     88  PERIODO-ABERTO              VALUE 'N'.
003793 01  WRK-SW-AUTORIZACAO      PIC X(01) VALUE 'L'.
003794     88  REPROC-PERIODO-ABERTO       VALUE 'L'.
003795     88  REPROC-AUTORIZADO           VALUE 'A'.
003796     88  REPROC-RECUSADO             VALUE 'R'.
003797 01  WRK-SW-LOG-REPROC       PIC X(01) VALUE 'N'.
003798     88  LOG-REPROC-PENDENTE         VALUE 'S'.
003799     88  LOG-REPROC-REGISTRADO       VALUE 'N'.
003800 77  WRK-LCK-ANO-FISCAL      PIC 9(04) VALUE ZEROS.
003801 77  WRK-LCK-PERIODO-FISCAL  PIC 9(02) VALUE ZEROS.
003802 77  WRK-TKT-APROVADOR       PIC X(08) VALUE SPACES.
003803 77  WRK-MOTIVO-REPROC       PIC X(40) VALUE SPACES.
003804*****************************************************************
003805* ARQUIVO UNICO DE ALERTAS: STATUS E MONTAGEM DO EVENTO GRAVADO *
003806* NAS RECUSAS DE EXECUCAO (8500-GRAVAR-ALERTA).                 *
003807*****************************************************************
003808 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
003809     88  FS-ALERTA-OK                VALUE '00'.
003810     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
003811 01  WRK-ALERTA.
003812     02  WRK-ALR-SEVERIDADE  PIC X(01).
003813     02  WRK-ALR-CODIGO      PIC X(08).
003814     02  WRK-ALR-MENSAGEM    PIC X(60).
003815     02  WRK-ALR-DATA        PIC 9(08).
003816     02  WRK-ALR-HORA        PIC 9(08).
003817*****************************************************************
003818* AREA DE TRABALHO DA VALIDACAO DA DATA DO SISTEMA
003819*****************************************************************
003820 01  WRK-TAB-ERROS.
003821     02  FILLER              PIC X(40)
003830         VALUE 'MESSYS FORA DA FAIXA VALIDA (01-12)'.
003840     02  FILLER              PIC X(40)
003850         VALUE 'DIASYS INVALIDO PARA O MES/ANO INFORMADO'.
004710             THRU 8600-GRAVAR-AUDITORIA-EXIT
004720         GO TO 9999-FIM
004730     END-IF.
004731     IF REPROC-RECUSADO
004732         PERFORM 6700-REGISTRAR-RECUSA-PERIODO
004733             THRU 6700-REGISTRAR-RECUSA-PERIODO-EXIT
004734         MOVE 'DATA-REDEF-RECUSA' TO WRK-AUDIT-PROGRAMA
004735         PERFORM 8600-GRAVAR-AUDITORIA
004736             THRU 8600-GRAVAR-AUDITORIA-EXIT
004737         PERFORM 1890-GRAVAR-LOG-REPROC
004738             THRU 1890-GRAVAR-LOG-REPROC-EXIT
004739         GO TO 9999-FIM
004740     END-IF.
004741     PERFORM 2000-CALCULAR-DIA-SEMANA
004750         THRU 2000-CALCULAR-DIA-SEMANA-EXIT.
004760     PERFORM 6000-VERIFICAR-JANELA
004770         THRU 6000-VERIFICAR-JANELA-EXIT.
004800             THRU 6600-DESFAZER-CHECKPOINT-EXIT
004810         PERFORM 6500-REGISTRAR-RECUSA
004820             THRU 6500-REGISTRAR-RECUSA-EXIT
004821         MOVE 'C' TO WRK-ALR-SEVERIDADE
004822         MOVE 'JANELA16' TO WRK-ALR-CODIGO
004823         MOVE SPACES TO WRK-ALR-MENSAGEM
004824         STRING 'EXECUCAO RECUSADA - HORA ' DELIMITED BY SIZE
004825                WRK-HORA-ATUAL             DELIMITED BY SIZE
004826                ' FORA DA JANELA '         DELIMITED BY SIZE
004827                WRK-JANELA-INICIO          DELIMITED BY SIZE
004828                '-'                        DELIMITED BY SIZE
004829                WRK-JANELA-FIM             DELIMITED BY SIZE
004830             INTO WRK-ALR-MENSAGEM
004831         PERFORM 8500-GRAVAR-ALERTA
004832             THRU 8500-GRAVAR-ALERTA-EXIT
004833         MOVE 'DATA-REDEF-RECUSA' TO WRK-AUDIT-PROGRAMA
004840         PERFORM 8600-GRAVAR-AUDITORIA
004850             THRU 8600-GRAVAR-AUDITORIA-EXIT
004851         SET REPROC-RECUSADO TO TRUE
004852         MOVE 'EXECUCAO FORA DA JANELA DE PROCESSAMENTO'
004853             TO WRK-MOTIVO-REPROC
004854         PERFORM 1890-GRAVAR-LOG-REPROC
004855             THRU 1890-GRAVAR-LOG-REPROC-EXIT
004860         GO TO 9999-FIM
004870     END-IF.
004880     PERFORM 4700-CALCULAR-DATA-JULIANA-US
004920     PERFORM 7000-CONTROLE-PERIODO-FISCAL
004930         THRU 7000-CONTROLE-PERIODO-FISCAL-EXIT.
004940     IF PERIODO-NAO-DEFINIDO
004941         MOVE 'C' TO WRK-ALR-SEVERIDADE
004942         MOVE 'FISCAL12' TO WRK-ALR-CODIGO
004943         MOVE SPACES TO WRK-ALR-MENSAGEM
004944         STRING 'EXECUCAO RECUSADA - DATA ' DELIMITED BY SIZE
004945                WRK-DATASYS-NUM            DELIMITED BY SIZE
004946                ' SEM PERIODO FISCAL CARREGADO'
004947                                           DELIMITED BY SIZE
004948             INTO WRK-ALR-MENSAGEM
004949         PERFORM 8500-GRAVAR-ALERTA
004950             THRU 8500-GRAVAR-ALERTA-EXIT
004951         MOVE 'DATA-REDEF-RECUSA' TO WRK-AUDIT-PROGRAMA
004960         PERFORM 8600-GRAVAR-AUDITORIA
004970             THRU 8600-GRAVAR-AUDITORIA-EXIT
004971         SET REPROC-RECUSADO TO TRUE
004972         MOVE 'DATA SEM PERIODO FISCAL CARREGADO'
004973             TO WRK-MOTIVO-REPROC
004974         PERFORM 1890-GRAVAR-LOG-REPROC
004975             THRU 1890-GRAVAR-LOG-REPROC-EXIT
004980         GO TO 9999-FIM
004990     END-IF.
004992     PERFORM 3600-OBTER-DIAS-UTEIS-VIZINHOS
005030         THRU 3500-GRAVAR-CONTEXTO-EXIT.
005040     PERFORM 8600-GRAVAR-AUDITORIA
005050         THRU 8600-GRAVAR-AUDITORIA-EXIT.
005053     PERFORM 1890-GRAVAR-LOG-REPROC
005056         THRU 1890-GRAVAR-LOG-REPROC-EXIT.
005060     GO TO 9999-FIM.
005070 0000-MAINLINE-EXIT.
005080     EXIT.
005130*     INFORMADA, A DATA DE REPROCESSAMENTO (AAAAMMDD) QUE       *
005140*     SUBSTITUI A DATA DO SISTEMA OPERACIONAL EM 1000, E O      *
005142*     IDENTIFICADOR DO CICLO (FLUXO DE LOTE), QUE PASSA A SER   *
005144*     A CHAVE DO CHECKPOINT DE REINICIO, E O NUMERO DO TICKET   *
005145*     DE AUTORIZACAO, CONSIDERADO SOMENTE JUNTO COM A DATA DE   *
005146*     REPROCESSAMENTO (VER 1800). NA AUSENCIA DO CARTAO         *
005150*     OU DO DD SYSIN, PERMANECE O MODO ABREVIADO (JAN, FEV,     *
005160*     ...), A DATA E OBTIDA DO SISTEMA E VALE O CICLO CICLO001. *
005170*****************************************************************
005290             IF PARM-DATA-REPROC NOT = ZEROS
005300                 MOVE PARM-DATA-REPROC TO WRK-DATA-REPROC
005310                 SET HA-DATA-REPROC TO TRUE
005312                 MOVE PARM-NUM-TICKET TO WRK-NUM-TICKET
005320             END-IF
005322             IF PARM-ID-CICLO NOT = SPACES
005324                 MOVE PARM-ID-CICLO TO WRK-CHAVE-RESTART
005400*     OBTEM A DATA DE PROCESSAMENTO DO CICLO DE LOTE CORRENTE.   *
005410*     QUANDO HOUVER DATA DE REPROCESSAMENTO NO CARTAO DE         *
005420*     PARAMETROS (VER 0500), ESTA PREVALECE SOBRE QUALQUER       *
005430*     OUTRA FONTE, DESDE QUE VALIDA (1500) E AUTORIZADA QUANDO   *
005435*     CAI EM PERIODO FISCAL FECHADO (1800) - SO ENTAO O          *
005440*     CHECKPOINT DE REINICIO E ATUALIZADO PARA ELA (1760), PARA  *
005450*     NAO GRAVAR NO CHECKPOINT DO CICLO UMA DATA DE              *
005460*     REPROCESSAMENTO INVALIDA OU RECUSADA; CASO CONTRARIO,      *
005470*     USA-SE O CHECKPOINT DO CICLO DE LOTE JA EM ANDAMENTO,      *
005480*     QUANDO HOUVER, OU A DATA DO SISTEMA OPERACIONAL NA         *
005490*     PRIMEIRA EXECUCAO DO CICLO (1700).                         *
005500*****************************************************************
005510 1000-OBTER-DATA-SISTEMA.
005520     IF HA-DATA-REPROC
005560         PERFORM 1500-VALIDAR-DATA-SISTEMA
005570             THRU 1500-VALIDAR-DATA-SISTEMA-EXIT
005580         IF DATA-SISTEMA-VALIDA
005582             PERFORM 1800-VERIFICAR-PERIODO-FECHADO
005584                 THRU 1800-VERIFICAR-PERIODO-FECHADO-EXIT
005586         END-IF
005588         IF DATA-SISTEMA-VALIDA AND NOT REPROC-RECUSADO
005590             PERFORM 1760-GRAVAR-CHECKPOINT-REPROC
005600                 THRU 1760-GRAVAR-CHECKPOINT-REPROC-EXIT
005610         END-IF
006510     CLOSE RESTART-CTL.
006520 1760-GRAVAR-CHECKPOINT-REPROC-EXIT.
006530     EXIT.
006531*****************************************************************
006532* 1800-VERIFICAR-PERIODO-FECHADO                               *
006533*     VERIFICA SE A DATA DE REPROCESSAMENTO PERTENCE A UM       *
006534*     PERIODO FISCAL FECHADO PELA AREA FINANCEIRA (PERIOD-      *
006535*     LOCK). EM PERIODO FECHADO A EXECUCAO SO E AUTORIZADA COM  *
006536*     UM TICKET DE REPROCESSAMENTO (REPROC-TKT) EMITIDO PARA O  *
006537*     MESMO CICLO E A MESMA DATA (1860); SEM ELE E RECUSADA COM *
006538*     RETURN-CODE 20 E O CHECKPOINT DO CICLO NAO E REGRAVADO    *
006539*     (VER 1000). A DECISAO FICA PENDENTE DE REGISTRO NO        *
006540*     REPROC-LOG, GRAVADO PELO FLUXO PRINCIPAL (1890) QUANDO O  *
006541*     RESULTADO FINAL DA EXECUCAO E CONHECIDO. SEM O ARQUIVO    *
006542*     DE PERIODOS FECHADOS NO AMBIENTE (FS 35), NENHUM PERIODO  *
006543*     E CONSIDERADO FECHADO; QUALQUER OUTRA FALHA NA ABERTURA   *
006544*     RECUSA A EXECUCAO COM RETURN-CODE 20, COMO A FALTA DO     *
006545*     ARQUIVO DE TICKETS (1860).                                *
006546*****************************************************************
006547 1800-VERIFICAR-PERIODO-FECHADO.
006548     SET PERIODO-ABERTO TO TRUE.
006549     SET REPROC-PERIODO-ABERTO TO TRUE.
006550     MOVE ZEROS TO WRK-LCK-ANO-FISCAL.
006551     MOVE ZEROS TO WRK-LCK-PERIODO-FISCAL.
006552     MOVE SPACES TO WRK-TKT-APROVADOR.
006553     OPEN INPUT PERIOD-LOCK.
006554     IF NOT FS-PERLOCK-OK AND NOT FS-PERLOCK-ARQ-INEXISTENTE
006555         SET REPROC-RECUSADO TO TRUE
006556         MOVE 'PERIODOS FECHADOS (PERLOCK) INDISPONIVEL'
006557             TO WRK-MOTIVO-REPROC
006558         DISPLAY 'DATA-REDEFINIDA: ' WRK-MOTIVO-REPROC
006559             ' - FS: ' WRK-FS-PERLOCK ' - EXECUCAO RECUSADA'
006560         MOVE 20 TO RETURN-CODE
006561         GO TO 1800-REGISTRAR-DECISAO
006562     END-IF.
006563     IF FS-PERLOCK-OK
006564         PERFORM 1820-LOCALIZAR-BLOQUEIO
006565             THRU 1820-LOCALIZAR-BLOQUEIO-EXIT
006566         CLOSE PERIOD-LOCK
006567     END-IF.
006568     IF PERIODO-ABERTO
006569         MOVE 'PERIODO FISCAL ABERTO' TO WRK-MOTIVO-REPROC
006570         GO TO 1800-REGISTRAR-DECISAO
006571     END-IF.
006572     PERFORM 1860-CONFERIR-TICKET
006573         THRU 1860-CONFERIR-TICKET-EXIT.
006574     IF REPROC-RECUSADO
006575         DISPLAY 'DATA-REDEFINIDA: DATA DE REPROCESSAMENTO '
006576             WRK-DATA-REPROC ' NO PERIODO FISCAL FECHADO '
006577             WRK-LCK-ANO-FISCAL '/' WRK-LCK-PERIODO-FISCAL
006578         DISPLAY 'DATA-REDEFINIDA: ' WRK-MOTIVO-REPROC
006579             ' - EXECUCAO RECUSADA'
006580         MOVE 20 TO RETURN-CODE
006581     ELSE
006582         DISPLAY 'DATA-REDEFINIDA: REPROCESSAMENTO DO PERIODO '
006583             'FISCAL FECHADO ' WRK-LCK-ANO-FISCAL '/'
006584             WRK-LCK-PERIODO-FISCAL ' AUTORIZADO PELO TICKET '
006585             WRK-NUM-TICKET
006586     END-IF.
006587 1800-REGISTRAR-DECISAO.
006588     SET LOG-REPROC-PENDENTE TO TRUE.
006589 1800-VERIFICAR-PERIODO-FECHADO-EXIT.
006590     EXIT.
006591*****************************************************************
006592* 1820-LOCALIZAR-BLOQUEIO                                      *
006593*     PERCORRE O ARQUIVO DE PERIODOS FECHADOS DESDE A MENOR     *
006594*     CHAVE PROCURANDO O PERIODO CUJO INTERVALO DE DATAS        *
006595*     CONTEM A DATA DE REPROCESSAMENTO. O ARQUIVO DEVE ESTAR    *
006596*     ABERTO (VER 1800).                                        *
006597*****************************************************************
006598 1820-LOCALIZAR-BLOQUEIO.
006599     MOVE ZEROS TO PLCK-ANO-FISCAL.
006600     MOVE ZEROS TO PLCK-PERIODO-FISCAL.
006601     START PERIOD-LOCK KEY >= PLCK-CHAVE
006602         INVALID KEY
006603             GO TO 1820-LOCALIZAR-BLOQUEIO-EXIT
006604     END-START.
006605     PERFORM 1850-EXAMINAR-BLOQUEIO
006606         THRU 1850-EXAMINAR-BLOQUEIO-EXIT
006607         UNTIL PERIODO-FECHADO OR NOT FS-PERLOCK-OK.
006608 1820-LOCALIZAR-BLOQUEIO-EXIT.
006609     EXIT.
006610*****************************************************************
006611* 1850-EXAMINAR-BLOQUEIO                                       *
006612*     LE O PROXIMO PERIODO FECHADO E VERIFICA SE A DATA DE      *
006613*     REPROCESSAMENTO PERTENCE AO SEU INTERVALO, GUARDANDO O    *
006614*     ANO/PERIODO EM WRK-LCK-* QUANDO PERTENCER.                *
006615*****************************************************************
006616 1850-EXAMINAR-BLOQUEIO.
006617     READ PERIOD-LOCK NEXT
006618         AT END
006619             GO TO 1850-EXAMINAR-BLOQUEIO-EXIT
006620     END-READ.
006621     IF FS-PERLOCK-OK
006622         IF WRK-DATA-REPROC >= PLCK-DATA-INICIO AND
006623                 WRK-DATA-REPROC <= PLCK-DATA-FIM
006624             SET PERIODO-FECHADO TO TRUE
006625             MOVE PLCK-ANO-FISCAL     TO WRK-LCK-ANO-FISCAL
006626             MOVE PLCK-PERIODO-FISCAL TO WRK-LCK-PERIODO-FISCAL
006627         END-IF
006628     END-IF.
006629 1850-EXAMINAR-BLOQUEIO-EXIT.
006630     EXIT.
006631*****************************************************************
006632* 1860-CONFERIR-TICKET                                         *
006633*     CONFERE O TICKET INFORMADO NO CARTAO DE PARAMETROS NO     *
006634*     ARQUIVO DE TICKETS DE REPROCESSAMENTO: A EXECUCAO SO E    *
006635*     AUTORIZADA QUANDO O TICKET EXISTE E FOI EMITIDO PARA O    *
006636*     CICLO E A DATA DE REPROCESSAMENTO DESTA EXECUCAO. O       *
006637*     MOTIVO DA DECISAO FICA EM WRK-MOTIVO-REPROC.              *
006638*****************************************************************
006639 1860-CONFERIR-TICKET.
006640     SET REPROC-RECUSADO TO TRUE.
006641     IF WRK-NUM-TICKET = SPACES
006642         MOVE 'TICKET DE AUTORIZACAO NAO INFORMADO'
006643             TO WRK-MOTIVO-REPROC
006644         GO TO 1860-CONFERIR-TICKET-EXIT
006645     END-IF.
006646     OPEN INPUT REPROC-TKT.
006647     IF NOT FS-TICKET-OK
006648         MOVE 'ARQUIVO DE TICKETS (REPRTKT) INDISPONIVEL'
006649             TO WRK-MOTIVO-REPROC
006650         GO TO 1860-CONFERIR-TICKET-EXIT
006651     END-IF.
006652     MOVE WRK-NUM-TICKET TO TKT-NUM-TICKET.
006653     READ REPROC-TKT
006654         INVALID KEY
006655             MOVE 'TICKET DE AUTORIZACAO NAO CADASTRADO'
006656                 TO WRK-MOTIVO-REPROC
006657     END-READ.
006658     IF FS-TICKET-OK
006659         IF TKT-ID-CICLO = WRK-CHAVE-RESTART AND
006660                 TKT-DATA-REPROC = WRK-DATA-REPROC
006661             SET REPROC-AUTORIZADO TO TRUE
006662             MOVE TKT-APROVADOR TO WRK-TKT-APROVADOR
006663             MOVE 'REPROCESSAMENTO AUTORIZADO POR TICKET'
006664                 TO WRK-MOTIVO-REPROC
006665         ELSE
006666             MOVE 'TICKET EMITIDO PARA OUTRO CICLO OU DATA'
006667                 TO WRK-MOTIVO-REPROC
006668         END-IF
006669     END-IF.
006670     CLOSE REPROC-TKT.
006671 1860-CONFERIR-TICKET-EXIT.
006672     EXIT.
006673*****************************************************************
006674* 1890-GRAVAR-LOG-REPROC                                       *
006675*     ACRESCENTA AO ARQUIVO REPROC-LOG O REGISTRO DA DECISAO    *
006676*     SOBRE A DATA DE REPROCESSAMENTO DESTA EXECUCAO (PERIODO   *
006677*     ABERTO, AUTORIZADA OU RECUSADA), COM O CARIMBO DE DATA/   *
006678*     HORA REAL, O TICKET E O APROVADOR, CRIANDO O ARQUIVO NA   *
006679*     PRIMEIRA GRAVACAO. EXECUTADO PELO FLUXO PRINCIPAL COM O   *
006680*     RESULTADO FINAL, SO QUANDO HA DECISAO PENDENTE (1800). A  *
006681*     FALHA DE ABERTURA OU GRAVACAO E APENAS AVISADA, SEM       *
006682*     ALTERAR O RETURN-CODE DA EXECUCAO.                        *
006683*****************************************************************
006684 1890-GRAVAR-LOG-REPROC.
006685     IF NOT LOG-REPROC-PENDENTE
006686         GO TO 1890-GRAVAR-LOG-REPROC-EXIT
006687     END-IF.
006688     SET LOG-REPROC-REGISTRADO TO TRUE.
006689     ACCEPT WRK-CE-DATA FROM DATE YYYYMMDD.
006690     ACCEPT WRK-CE-HORA FROM TIME.
006691     MOVE WRK-CE-DATA            TO RLOG-DATA-EXECUCAO.
006692     MOVE WRK-CE-HORA            TO RLOG-HORA-EXECUCAO.
006693     MOVE WRK-CHAVE-RESTART      TO RLOG-ID-CICLO.
006694     MOVE WRK-DATA-REPROC        TO RLOG-DATA-REPROC.
006695     MOVE WRK-LCK-ANO-FISCAL     TO RLOG-ANO-FISCAL.
006696     MOVE WRK-LCK-PERIODO-FISCAL TO RLOG-PERIODO-FISCAL.
006697     MOVE WRK-SW-AUTORIZACAO     TO RLOG-SITUACAO.
006698     MOVE WRK-NUM-TICKET         TO RLOG-NUM-TICKET.
006699     MOVE WRK-TKT-APROVADOR      TO RLOG-APROVADOR.
006700     MOVE WRK-MOTIVO-REPROC      TO RLOG-MOTIVO.
006701     OPEN EXTEND REPROC-LOG.
006702     IF FS-REPRLOG-ARQ-INEXISTENTE
006703         OPEN OUTPUT REPROC-LOG
006704     END-IF.
006705     IF NOT FS-REPRLOG-OK
006706         DISPLAY 'DATA-REDEFINIDA: ARQUIVO DE REPROCESSAMENTOS '
006707             '(REPRLOG) INDISPONIVEL - FS: ' WRK-FS-REPRLOG
006708         GO TO 1890-GRAVAR-LOG-REPROC-EXIT
006709     END-IF.
006710     WRITE REPROC-LOG-RECORD.
006711     IF NOT FS-REPRLOG-OK
006712         DISPLAY 'DATA-REDEFINIDA: ERRO NA GRAVACAO DO REPRLOG - '
006713             'FS: ' WRK-FS-REPRLOG
006714     END-IF.
006715     CLOSE REPROC-LOG.
006716 1890-GRAVAR-LOG-REPROC-EXIT.
006717     EXIT.
006718*****************************************************************
006719* 1500-VALIDAR-DATA-SISTEMA                                     *
006720*     CONFERE SE MESSYS ESTA NA FAIXA 01-12 E SE DIASYS E UM    *
006721*     DIA VALIDO PARA O MES/ANO INFORMADOS (INCLUSIVE FEVEREIRO *
006722*     EM ANO BISSEXTO) ANTES DE QUALQUER INDEXACAO NAS TABELAS  *
006723*     DE MESES. REJEITA A DATA COM RETURN-CODE NAO-ZERO.        *
006724*****************************************************************
006725 1500-VALIDAR-DATA-SISTEMA.
006726     SET DATA-SISTEMA-VALIDA TO TRUE.
006727     IF MESSYS < 01 OR MESSYS > 12
006728         MOVE 01 TO WRK-COD-ERRO
006729         PERFORM 1590-REJEITAR-DATA THRU 1590-REJEITAR-DATA-EXIT
006730         GO TO 1500-VALIDAR-DATA-SISTEMA-EXIT
006731     END-IF.
006732     MOVE ANOSYS TO WRK-ANO-REF.
006733     MOVE MESSYS TO WRK-MES-REF.
006734     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
006735         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
006736     IF DIASYS < 01 OR DIASYS > WRK-ULT-DIA-MES
006737         MOVE 02 TO WRK-COD-ERRO
006740         PERFORM 1590-REJEITAR-DATA THRU 1590-REJEITAR-DATA-EXIT
006750     END-IF.
006760 1500-VALIDAR-DATA-SISTEMA-EXIT.
007747     END-IF.
007748 2600-CONSULTAR-FERIADO-EXIT.
007749     EXIT.
007752*****************************************************************
007755* 4400-VERIFICAR-ANO-BISSEXTO                                  *
007760*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
007770*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
007780*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
009170     CLOSE RESTART-CTL.
009180 6600-DESFAZER-CHECKPOINT-EXIT.
009190     EXIT.
009191*****************************************************************
009192* 6700-REGISTRAR-RECUSA-PERIODO                                *
009193*     REGISTRA NO RELATORIO DATERPT A RECUSA DA DATA DE         *
009194*     REPROCESSAMENTO EM PERIODO FISCAL FECHADO, COM O PERIODO  *
009195*     E O MOTIVO (TICKET AUSENTE, INEXISTENTE OU EMITIDO PARA   *
009196*     OUTRO CICLO/DATA, OU ARQUIVO DE PERIODOS FECHADOS         *
009197*     INDISPONIVEL). A TRILHA DE AUDITORIA RECEBE O             *
009199*     REGISTRO DA TENTATIVA NA SEQUENCIA DO FLUXO PRINCIPAL.    *
009200*****************************************************************
009201 6700-REGISTRAR-RECUSA-PERIODO.
009202     PERFORM 3050-ABRIR-DATERPT THRU 3050-ABRIR-DATERPT-EXIT.
009203     MOVE SPACES TO WRK-LA-TEXTO.
009204     IF PERIODO-ABERTO
009205         MOVE 'REPROCESSAMENTO RECUSADO - PERIODOS NAO CONFERIDOS'
009206             TO WRK-LA-TEXTO
009207     ELSE
009208         STRING 'REPROCESSAMENTO RECUSADO - PERIODO FISCAL '
009209                                        DELIMITED BY SIZE
009210                WRK-LCK-ANO-FISCAL      DELIMITED BY SIZE
009211                '/'                     DELIMITED BY SIZE
009212                WRK-LCK-PERIODO-FISCAL  DELIMITED BY SIZE
009213                ' FECHADO'              DELIMITED BY SIZE
009214             INTO WRK-LA-TEXTO
009215     END-IF.
009216     MOVE WRK-LINHA-AVISO TO WRK-LINHA-SAIDA.
009217     PERFORM 3900-GRAVAR-LINHA-DATERPT
009218         THRU 3900-GRAVAR-LINHA-DATERPT-EXIT.
009219     MOVE SPACES TO WRK-LA-TEXTO.
009221     STRING 'MOTIVO: '                  DELIMITED BY SIZE
009222            WRK-MOTIVO-REPROC           DELIMITED BY SIZE
009223         INTO WRK-LA-TEXTO.
009224     MOVE WRK-LINHA-AVISO TO WRK-LINHA-SAIDA.
009225     PERFORM 3900-GRAVAR-LINHA-DATERPT
009226         THRU 3900-GRAVAR-LINHA-DATERPT-EXIT.
009227     PERFORM 3950-FECHAR-DATERPT THRU 3950-FECHAR-DATERPT-EXIT.
009228 6700-REGISTRAR-RECUSA-PERIODO-EXIT.
009229     EXIT.
009230*****************************************************************
009231* 7000-CONTROLE-PERIODO-FISCAL                                 *
009232*     LOCALIZA NO ARQUIVO DE DEFINICAO DE CALENDARIO FISCAL     *
009233*     (FISCAL-CAL) O PERIODO QUE CONTEM A DATA DE               *
009240*     PROCESSAMENTO E ATUALIZA O CONTROLE DE PERIODO            *
009250*     (PERIOD-CTL) COM O ANO/PERIODO/DATA-FIM ENCONTRADOS.      *
009260*     QUANDO O ARQUIVO NAO ESTA DISPONIVEL OU A DATA NAO        *
010438     EXIT.
010439*****************************************************************
010440* 3000-EXIBIR-DATA                                             *
010441*     MONTA A LINHA DE DATA POR EXTENSO E A GRAVA NO RELATORIO *
010442*     DATERPT, COM CABECALHO DE EMPRESA/PROGRAMA E CONTROLE DE *
010443*     PAGINA/LINHA. TAMBEM EMITE O AVISO DE DIA NAO UTIL, QUANDO*
010444*     APLICAVEL, NO RELATORIO E NO CONSOLE (SYSOUT).           *
010445*****************************************************************
010446 3000-EXIBIR-DATA.
010450     PERFORM 3050-ABRIR-DATERPT THRU 3050-ABRIR-DATERPT-EXIT.
010460     MOVE WRK-DIA-SEMANA(WRK-IND-DIA-SEMANA) TO WRK-LD-DIA-SEMANA.
010470     EVALUATE TRUE
012250     MOVE WRK-CE-HORA         TO AUDIT-HORA-EXECUCAO.
012255     MOVE WRK-CHAVE-RESTART   TO AUDIT-ID-CICLO.
012257     MOVE WRK-AUDIT-SEQ       TO AUDIT-NUM-SEQ.
012258     MOVE WRK-NUM-TICKET      TO AUDIT-NUM-TICKET.
012260     OPEN EXTEND AUDIT-LOG.
012270     IF FS-AUDIT-ARQ-INEXISTENTE
012280         OPEN OUTPUT AUDIT-LOG
012376     CLOSE AUDIT-CTL.
012377 8660-ATUALIZAR-CONTROLE-EXIT.
012378     EXIT.
012388*****************************************************************
012398* 8500-GRAVAR-ALERTA                                           *
012408*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
012418*     EM WRK-ALERTA, COM O CICLO, A DATA DE PROCESSAMENTO E O   *
012428*     CARIMBO DE DATA/HORA. O ARQUIVO E CRIADO QUANDO AINDA     *
012438*     NAO EXISTIR; A FALHA DE GRAVACAO E APENAS AVISADA, SEM    *
012448*     ALTERAR O RETURN-CODE DA RECUSA.                          *
012458*****************************************************************
012468 8500-GRAVAR-ALERTA.
012478     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
012488     ACCEPT WRK-ALR-HORA FROM TIME.
012498     OPEN EXTEND ALERT-FILE.
012508     IF FS-ALERTA-ARQ-INEXISTENTE
012518         OPEN OUTPUT ALERT-FILE
012528     END-IF.
012538     IF NOT FS-ALERTA-OK
012548         DISPLAY 'DATA-REDEFINIDA: ARQUIVO DE ALERTAS '
012558             'INDISPONIVEL - FS: ' WRK-FS-ALERTA
012568         GO TO 8500-GRAVAR-ALERTA-EXIT
012578     END-IF.
012588     MOVE SPACES TO ALERTA-REGISTRO.
012598     MOVE 'DATA-REDEFINIDA' TO ALR-PROGRAMA.
012608     MOVE WRK-CHAVE-RESTART TO ALR-ID-CICLO.
012618     MOVE WRK-DATASYS-NUM TO ALR-DATA-PROCESSAMENTO.
012628     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
012638     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
012648     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
012658     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
012668     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
012678     WRITE ALERTA-REGISTRO.
012688     CLOSE ALERT-FILE.
012698 8500-GRAVAR-ALERTA-EXIT.
012708     EXIT.
012718*****************************************************************
012728* 9999-FIM                                                     *
012738*****************************************************************
012748 9999-FIM.
012758     STOP RUN.
