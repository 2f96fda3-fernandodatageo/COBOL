000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCHEDEXP.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: EXPORTAR OS CALENDARIOS DE NEGOCIO E FISCAL PARA O
000100* SCHEDULER CORPORATIVO, NO LUGAR DOS CALENDARIOS MANTIDOS A MAO
000110* NA FERRAMENTA. LE O CALENDARIO ANUAL DE DIAS UTEIS DE UMA
000120* REGIONAL (CALENDAR-FILE, UM DATASET POR REGIONAL SELECIONADO
000130* NA JCL, USANDO CAL-SW-DIA-UTIL E CAL-SEQ-DIA-UTIL) E O
000140* CALENDARIO FISCAL (FISCAL-CAL, CARREGADO EM TABELA NA PARTIDA)
000150* E GRAVA O ARQUIVO DE INTERFACE DO SCHEDULER (SCHDEXP) COM UM
000160* REGISTRO POR CALENDARIO NOMEADO/DATA, E A SUA COPIA EM CSV
000170* (SCHDCSV) PARA OS SCHEDULERS DISTRIBUIDOS. UM CALENDARIO POR
000180* REGRA, COM O PREFIXO DA REGIONAL DO CARTAO (EX.: SP-DIAUTIL):
000190*   RR-DIAUTIL  TODOS OS DIAS UTEIS;
000200*   RR-DUNN     O NN-ESIMO DIA UTIL DE CADA MES (NN DE 01 ATE O
000210*               LIMITE DO CARTAO);
000220*   RR-FIMANO   ULTIMO DIA UTIL DO ULTIMO PERIODO DE CADA ANO
000230*               FISCAL;
000240*   RR-FIMPER   ULTIMO DIA UTIL DE CADA PERIODO FISCAL (MESMO
000250*               CRITERIO DO MARCADOR DO PROGRAMA OPSCHED).
000260* OS REGISTROS SAEM EM ORDEM DE DATA E, NA MESMA DATA, DE NOME DE
000270* CALENDARIO. A EXPORTACAO E CONFRONTADA COM A ANTERIOR (SCHDANT,
000280* GERACAO ANTERIOR DO SCHDEXP NA JCL) E O RELATORIO DE ALTERACOES
000290* (SCHDRPT) LISTA CADA DATA INCLUIDA OU EXCLUIDA DE CADA
000300* CALENDARIO, COM O RESUMO POR CALENDARIO. SEM EXPORTACAO
000310* ANTERIOR, A EXPORTACAO E A INICIAL E SO O RESUMO E IMPRESSO.
000320* RETURN-CODE 4 QUANDO HOUVER ALTERACAO (OU NA EXPORTACAO
000330* INICIAL), PARA CONDICIONAR A CARGA NO SCHEDULER; RETURN-CODE 8
000340* COM CARTAO INVALIDO OU CALENDAR-FILE/FISCAL-CAL INDISPONIVEL.
000350*
000360* HISTORICO DE ALTERACOES
000370* DATA       AUTOR   DESCRICAO
000380* ---------- ------- ------------------------------------------
000390* 15/10/2026 LFL     VERSAO ORIGINAL.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALENDAR-FILE ASSIGN TO CALENFL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CAL-CHAVE-DATA
000490         FILE STATUS IS WRK-FS-CALEN.
000500     SELECT FISCAL-CAL ASSIGN TO FISCALFL
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS FCAL-CHAVE
000540         FILE STATUS IS WRK-FS-FISCAL.
000550     SELECT OPTIONAL SCHED-ANT ASSIGN TO SCHDANT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WRK-FS-ANT.
000580     SELECT SCHED-EXP ASSIGN TO SCHDEXP
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WRK-FS-EXP.
000610     SELECT SCHED-CSV ASSIGN TO SCHDCSV
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-FS-CSV.
000640     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-FS-PARM.
000670     SELECT SCHDRPT ASSIGN TO SCHDRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-FS-SCHDRPT.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*****************************************************************
000730* CALENDAR-FILE - CALENDARIO ANUAL DE DIAS UTEIS DA REGIONAL    *
000740*     (MESMO LAYOUT DO PROGRAMA CALGEN).                        *
000750*****************************************************************
000760 FD  CALENDAR-FILE
000770     LABEL RECORD IS STANDARD.
000780 01  CALENDAR-RECORD.
000790     02  CAL-CHAVE-DATA      PIC 9(08).
000800     02  CAL-IND-DIA-SEMANA  PIC 9(01).
000810     02  CAL-SW-DIA-UTIL     PIC X(01).
000820         88  CAL-DIA-UTIL            VALUE 'S'.
000830         88  CAL-DIA-NAO-UTIL        VALUE 'N'.
000840     02  CAL-SEQ-DIA-UTIL    PIC 9(02).
000850     02  CAL-DATA-UTIL-ANT   PIC 9(08).
000860     02  CAL-DATA-UTIL-PROX  PIC 9(08).
000870*****************************************************************
000880* FISCAL-CAL - DEFINICAO DO CALENDARIO FISCAL (MESMO LAYOUT DO  *
000890*     PROGRAMA DATA-REDEFINIDA).                                *
000900*****************************************************************
000910 FD  FISCAL-CAL
000920     LABEL RECORD IS STANDARD.
000930 01  FISCAL-CAL-RECORD.
000940     02  FCAL-CHAVE.
000950         03  FCAL-ANO-FISCAL     PIC 9(04).
000960         03  FCAL-PERIODO-FISCAL PIC 9(02).
000970     02  FCAL-DATA-INICIO    PIC 9(08).
000980     02  FCAL-DATA-FIM       PIC 9(08).
000990     02  FCAL-PADRAO         PIC X(03).
001000*****************************************************************
001010* SCHED-ANT - EXPORTACAO ANTERIOR PARA O SCHEDULER (MESMO       *
001020*     LAYOUT DO SCHED-EXP). AUSENTE NA EXPORTACAO INICIAL.      *
001030*****************************************************************
001040 FD  SCHED-ANT
001050     LABEL RECORD IS STANDARD.
001060 01  SCHED-ANT-REG.
001070     02  ANT-CHAVE.
001080         03  ANT-DATA            PIC 9(08).
001090         03  ANT-NOME-CALENDARIO PIC X(20).
001100     02  FILLER              PIC X(12).
001110*****************************************************************
001120* SCHED-EXP - ARQUIVO DE INTERFACE DO SCHEDULER: UM REGISTRO    *
001130*     POR DATA E CALENDARIO NOMEADO, EM ORDEM DE DATA + NOME.   *
001140*****************************************************************
001150 FD  SCHED-EXP
001160     LABEL RECORD IS STANDARD.
001170 01  SCHED-EXP-REG.
001180     02  EXP-CHAVE.
001190         03  EXP-DATA            PIC 9(08).
001200         03  EXP-NOME-CALENDARIO PIC X(20).
001210     02  FILLER              PIC X(12).
001220*****************************************************************
001230* SCHED-CSV - COPIA CSV DA INTERFACE PARA OS SCHEDULERS         *
001240*     DISTRIBUIDOS: LINHA DE TITULO CALENDARIO,DATA E UMA LINHA *
001250*     POR REGISTRO (NOME,AAAA-MM-DD).                           *
001260*****************************************************************
001270 FD  SCHED-CSV
001280     LABEL RECORD IS OMITTED.
001290 01  SCHED-CSV-LINHA             PIC X(40).
001300*****************************************************************
001310* PARM-CARD - CARTAO DE PARAMETROS OPCIONAL (SYSIN):            *
001320*     COL 01-03 REGIONAL DO CALENDAR-FILE, PREFIXO DOS NOMES    *
001330*               DOS CALENDARIOS (EM BRANCO = NAC)               *
001340*     COL 05-06 ULTIMO DIA UTIL NN DOS CALENDARIOS RR-DUNN      *
001350*               (01-23, EM BRANCO = 05)                         *
001360*****************************************************************
001370 FD  PARM-CARD
001380     LABEL RECORD IS OMITTED.
001390 01  PARM-CARD-REG.
001400     02  PARM-CALENDARIO     PIC X(03).
001410     02  FILLER              PIC X(01).
001420     02  PARM-DIAS-UTEIS     PIC X(02).
001430     02  PARM-DIAS-UTEIS-N REDEFINES PARM-DIAS-UTEIS
001440                             PIC 9(02).
001450     02  FILLER              PIC X(74).
001460*****************************************************************
001470* SCHDRPT - RELATORIO DE ALTERACOES DA EXPORTACAO DE            *
001480*     CALENDARIOS.                                              *
001490*****************************************************************
001500 FD  SCHDRPT
001510     LABEL RECORD IS OMITTED
001520     RECORD CONTAINS 132 CHARACTERS.
001530 01  SCHDRPT-LINE                PIC X(132).
001540 WORKING-STORAGE SECTION.
001550*****************************************************************
001560* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
001570* DO COPYBOOK COMUM DATECOPY.                                   *
001580*****************************************************************
001590     COPY DATECOPY.
001600*****************************************************************
001610* STATUS DOS ARQUIVOS
001620*****************************************************************
001630 77  WRK-FS-CALEN            PIC X(02) VALUE '00'.
001640     88  FS-CALEN-OK                 VALUE '00'.
001650     88  FS-CALEN-FIM                VALUE '10'.
001660     88  FS-CALEN-ARQ-INEXISTENTE    VALUE '35'.
001670 77  WRK-FS-FISCAL           PIC X(02) VALUE '00'.
001680     88  FS-FISCAL-OK                VALUE '00'.
001690     88  FS-FISCAL-FIM               VALUE '10'.
001700     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
001710 77  WRK-FS-ANT              PIC X(02) VALUE '00'.
001720     88  FS-ANT-OK                   VALUE '00'.
001730     88  FS-ANT-AUSENTE              VALUE '05'.
001740     88  FS-ANT-FIM                  VALUE '10'.
001750 77  WRK-FS-EXP              PIC X(02) VALUE '00'.
001760     88  FS-EXP-OK                   VALUE '00'.
001770 77  WRK-FS-CSV              PIC X(02) VALUE '00'.
001780     88  FS-CSV-OK                   VALUE '00'.
001790 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001800     88  FS-PARM-OK                  VALUE '00'.
001810     88  FS-PARM-FIM                 VALUE '10'.
001820     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001830 77  WRK-FS-SCHDRPT          PIC X(02) VALUE '00'.
001840     88  FS-SCHDRPT-OK               VALUE '00'.
001850*****************************************************************
001860* INDICADORES DE PROCESSAMENTO
001870*****************************************************************
001880 01  WRK-SWITCHES.
001890     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
001900         88  PARAMETRO-VALIDO        VALUE 'S'.
001910         88  PARAMETRO-INVALIDO      VALUE 'N'.
001920     02  WRK-SW-ARQUIVOS     PIC X(01) VALUE 'N'.
001930         88  ARQUIVOS-ABERTOS        VALUE 'S'.
001940     02  WRK-SW-FIM-CAL      PIC X(01) VALUE 'N'.
001950         88  FIM-CALENDARIO          VALUE 'S'.
001960     02  WRK-SW-FIM-PER      PIC X(01) VALUE 'N'.
001970         88  FIM-PERIODOS            VALUE 'S'.
001980     02  WRK-SW-FIM-ANT      PIC X(01) VALUE 'N'.
001990         88  FIM-ANTERIOR            VALUE 'S'.
002000     02  WRK-SW-INICIAL      PIC X(01) VALUE 'N'.
002010         88  EXPORTACAO-INICIAL      VALUE 'S'.
002020     02  WRK-SW-TAB-PER      PIC X(01) VALUE 'N'.
002030         88  TABELA-PER-CHEIA        VALUE 'S'.
002040     02  WRK-SW-TAB-RES      PIC X(01) VALUE 'N'.
002050         88  TABELA-RES-CHEIA        VALUE 'S'.
002060*****************************************************************
002070* PARAMETROS EM VIGOR: REGIONAL (PREFIXO DOS NOMES) E ULTIMO    *
002080* DIA UTIL NN DOS CALENDARIOS RR-DUNN.                          *
002090*****************************************************************
002100 77  WRK-ID-CALENDARIO       PIC X(03) VALUE 'NAC'.
002110 77  WRK-DIAS-UTEIS          PIC 9(02) VALUE 05.
002120 77  WRK-DIAS-UTEIS-MAXIMO   PIC 9(02) VALUE 23.
002130*****************************************************************
002140* TABELA DOS PERIODOS DO CALENDARIO FISCAL, CARREGADA NA        *
002150* PARTIDA (MESMO CRITERIO DO PROGRAMA OPSCHED). WRK-PER-SW-ANO  *
002160* MARCA O ULTIMO PERIODO DE CADA ANO FISCAL.                    *
002170*****************************************************************
002180 01  WRK-TAB-PERIODOS.
002190     02  WRK-PER-ENTRADA     OCCURS 240 TIMES.
002200         03  WRK-PER-ANO     PIC 9(04).
002210         03  WRK-PER-NUM     PIC 9(02).
002220         03  WRK-PER-INICIO  PIC 9(08).
002230         03  WRK-PER-FIM     PIC 9(08).
002240         03  WRK-PER-SW-ANO  PIC X(01).
002250             88  WRK-PER-FIM-ANO         VALUE 'S'.
002260 77  WRK-PER-USADOS          PIC 9(04) COMP VALUE ZEROS.
002270 77  WRK-PER-MAXIMO          PIC 9(04) COMP VALUE 240.
002280 77  WRK-IDX-PER             PIC 9(04) COMP.
002290 77  WRK-IDX-PER-PROX        PIC 9(04) COMP.
002300 77  WRK-IDX-PER-ACHADO      PIC 9(04) COMP.
002310*****************************************************************
002320* CALENDARIOS NOMEADOS DA DATA CORRENTE, MONTADOS EM ORDEM DE   *
002330* NOME (DIAUTIL, DUNN, FIMANO, FIMPER), QUE E A ORDEM DO        *
002340* ARQUIVO DE INTERFACE DENTRO DE UMA MESMA DATA.                *
002350*****************************************************************
002360 01  WRK-TAB-CAL-DIA.
002370     02  WRK-CAL-DIA-NOME    PIC X(20) OCCURS 4 TIMES.
002380 77  WRK-CAL-DIA-USADOS      PIC 9(02) COMP VALUE ZEROS.
002390 77  WRK-IDX-CAL-DIA         PIC 9(02) COMP.
002400 77  WRK-NOME-CAL            PIC X(20) VALUE SPACES.
002410 77  WRK-SUFIXO-CAL          PIC X(07) VALUE SPACES.
002420 01  WRK-SUFIXO-DU.
002430     02  FILLER              PIC X(02) VALUE 'DU'.
002440     02  WRK-SUF-DU-NUM      PIC 9(02).
002450*****************************************************************
002460* RESUMO POR CALENDARIO NOMEADO: DATAS EXPORTADAS, INCLUIDAS E  *
002470* EXCLUIDAS. PRE-CARREGADO NA ORDEM DE IMPRESSAO; CALENDARIOS   *
002480* QUE SO EXISTAM NA EXPORTACAO ANTERIOR SAO ACRESCENTADOS.      *
002490*****************************************************************
002500 01  WRK-TAB-RESUMO.
002510     02  WRK-RES-ENTRADA     OCCURS 40 TIMES.
002520         03  WRK-RES-NOME        PIC X(20).
002530         03  WRK-RES-EXPORTADAS  PIC 9(07) COMP.
002540         03  WRK-RES-INCLUIDAS   PIC 9(07) COMP.
002550         03  WRK-RES-EXCLUIDAS   PIC 9(07) COMP.
002560 77  WRK-RES-USADOS          PIC 9(02) COMP VALUE ZEROS.
002570 77  WRK-RES-MAXIMO          PIC 9(02) COMP VALUE 40.
002580 77  WRK-IDX-RES             PIC 9(02) COMP.
002590 77  WRK-IDX-RES-ACHADO      PIC 9(02) COMP.
002600 77  WRK-NUM-DU              PIC 9(02) COMP.
002610*****************************************************************
002620* ALTERACAO EM REGISTRO NO RELATORIO (DATA, CALENDARIO E TIPO). *
002630*****************************************************************
002640 77  WRK-ALT-DATA            PIC 9(08) VALUE ZEROS.
002650 77  WRK-ALT-NOME            PIC X(20) VALUE SPACES.
002660 77  WRK-ALT-TIPO            PIC X(01) VALUE SPACES.
002670     88  ALT-INCLUSAO                VALUE 'I'.
002680     88  ALT-EXCLUSAO                VALUE 'E'.
002690 01  WRK-DATA-CSV.
002700     02  WRK-CSV-ANO         PIC 9(04).
002710     02  WRK-CSV-MES         PIC 9(02).
002720     02  WRK-CSV-DIA         PIC 9(02).
002730 01  WRK-DATA-CSV-N REDEFINES WRK-DATA-CSV
002740                             PIC 9(08).
002750*****************************************************************
002760* CONTADORES DE CONTROLE
002770*****************************************************************
002780 77  WRK-CTR-DATAS-LIDAS     PIC 9(07) COMP VALUE ZEROS.
002790 77  WRK-CTR-DIAS-UTEIS      PIC 9(07) COMP VALUE ZEROS.
002800 77  WRK-CTR-EXPORTADOS      PIC 9(07) COMP VALUE ZEROS.
002810 77  WRK-CTR-ANTERIORES      PIC 9(07) COMP VALUE ZEROS.
002820 77  WRK-CTR-INCLUIDOS       PIC 9(07) COMP VALUE ZEROS.
002830 77  WRK-CTR-EXCLUIDOS       PIC 9(07) COMP VALUE ZEROS.
002840 77  WRK-CTR-SEM-PERIODO     PIC 9(07) COMP VALUE ZEROS.
002850*****************************************************************
002860* AREA DE TRABALHO DO RELATORIO SCHDRPT
002870*****************************************************************
002880 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002890 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
002900 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
002910 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
002920 01  WRK-LINHA-SAIDA         PIC X(132).
002930 01  WRK-CAB-RELATORIO-1.
002940     02  FILLER              PIC X(01) VALUE SPACES.
002950     02  FILLER              PIC X(33)
002960         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
002970     02  FILLER              PIC X(78) VALUE SPACES.
002980     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
002990     02  WRK-CAB-PAGINA      PIC ZZZ9.
003000     02  FILLER              PIC X(08) VALUE SPACES.
003010 01  WRK-CAB-RELATORIO-2.
003020     02  FILLER              PIC X(01) VALUE SPACES.
003030     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
003040     02  FILLER              PIC X(20) VALUE 'SCHEDEXP'.
003050     02  FILLER              PIC X(20) VALUE SPACES.
003060     02  FILLER              PIC X(20)
003070         VALUE 'DATA PROCESSAMENTO: '.
003080     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
003090     02  FILLER              PIC X(51) VALUE SPACES.
003100 01  WRK-CAB-RELATORIO-3.
003110     02  FILLER              PIC X(01) VALUE SPACES.
003120     02  FILLER              PIC X(131) VALUE ALL '-'.
003130 01  WRK-LINHA-TITULO.
003140     02  FILLER              PIC X(01) VALUE SPACES.
003150     02  WRK-TIT-TEXTO       PIC X(60).
003160     02  FILLER              PIC X(71) VALUE SPACES.
003170 01  WRK-CAB-ALTERACAO.
003180     02  FILLER              PIC X(01) VALUE SPACES.
003190     02  FILLER              PIC X(22) VALUE 'CALENDARIO'.
003200     02  FILLER              PIC X(12) VALUE 'DATA'.
003210     02  FILLER              PIC X(97) VALUE 'ALTERACAO'.
003220 01  WRK-LINHA-ALTERACAO.
003230     02  FILLER              PIC X(01) VALUE SPACES.
003240     02  WRK-DET-NOME        PIC X(20).
003250     02  FILLER              PIC X(02) VALUE SPACES.
003260     02  WRK-DET-DATA        PIC 9999/99/99.
003270     02  FILLER              PIC X(02) VALUE SPACES.
003280     02  WRK-DET-ALTERACAO   PIC X(10).
003290     02  FILLER              PIC X(87) VALUE SPACES.
003300 01  WRK-CAB-RESUMO.
003310     02  FILLER              PIC X(01) VALUE SPACES.
003320     02  FILLER              PIC X(23) VALUE 'CALENDARIO'.
003330     02  FILLER              PIC X(10) VALUE 'EXPORTADAS'.
003340     02  FILLER              PIC X(12) VALUE '   INCLUIDAS'.
003350     02  FILLER              PIC X(12) VALUE '   EXCLUIDAS'.
003360     02  FILLER              PIC X(74) VALUE SPACES.
003370 01  WRK-LINHA-RESUMO.
003380     02  FILLER              PIC X(01) VALUE SPACES.
003390     02  WRK-RSM-NOME        PIC X(20).
003400     02  FILLER              PIC X(06) VALUE SPACES.
003410     02  WRK-RSM-EXPORTADAS  PIC ZZZZZZ9.
003420     02  FILLER              PIC X(05) VALUE SPACES.
003430     02  WRK-RSM-INCLUIDAS   PIC ZZZZZZ9.
003440     02  FILLER              PIC X(05) VALUE SPACES.
003450     02  WRK-RSM-EXCLUIDAS   PIC ZZZZZZ9.
003460     02  FILLER              PIC X(74) VALUE SPACES.
003470 01  WRK-LINHA-TOTAL.
003480     02  FILLER              PIC X(01) VALUE SPACES.
003490     02  WRK-TOT-TEXTO       PIC X(45).
003500     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
003510     02  FILLER              PIC X(79) VALUE SPACES.
003520 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
003530 PROCEDURE DIVISION.
003540*****************************************************************
003550* 0000-MAINLINE                                                *
003560*****************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INICIALIZAR
003590         THRU 1000-INICIALIZAR-EXIT.
003600     IF NOT ARQUIVOS-ABERTOS
003610         MOVE 08 TO RETURN-CODE
003620         GO TO 9999-FIM
003630     END-IF.
003640     PERFORM 3000-PROCESSAR-DATA
003650         THRU 3000-PROCESSAR-DATA-EXIT
003660         UNTIL FIM-CALENDARIO.
003670     PERFORM 3400-EXCLUIR-ANTERIOR
003680         THRU 3400-EXCLUIR-ANTERIOR-EXIT
003690         UNTIL FIM-ANTERIOR.
003700     PERFORM 8000-IMPRIMIR-RESUMO
003710         THRU 8000-IMPRIMIR-RESUMO-EXIT.
003720     PERFORM 9000-ENCERRAR
003730         THRU 9000-ENCERRAR-EXIT.
003740     IF EXPORTACAO-INICIAL
003750             OR WRK-CTR-INCLUIDOS > ZEROS
003760             OR WRK-CTR-EXCLUIDOS > ZEROS
003770         MOVE 04 TO RETURN-CODE
003780     END-IF.
003790     GO TO 9999-FIM.
003800 0000-MAINLINE-EXIT.
003810     EXIT.
003820*****************************************************************
003830* 1000-INICIALIZAR                                             *
003840*     LE O CARTAO DE PARAMETROS, CARREGA OS PERIODOS FISCAIS,   *
003850*     ABRE O CALENDAR-FILE E A EXPORTACAO ANTERIOR, CRIA OS     *
003860*     ARQUIVOS DE SAIDA E PREPARA O RESUMO POR CALENDARIO.      *
003870*     CALENDAR-FILE OU FISCAL-CAL INDISPONIVEL IMPEDE A         *
003880*     EXPORTACAO, QUE SAIRIA INCOMPLETA PARA O SCHEDULER.       *
003890*****************************************************************
003900 1000-INICIALIZAR.
003910     ACCEPT DATASYS FROM DATE YYYYMMDD.
003920     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
003930         + (MESSYS * 100) + DIASYS.
003940     PERFORM 0500-OBTER-PARAMETROS
003950         THRU 0500-OBTER-PARAMETROS-EXIT.
003960     IF PARAMETRO-INVALIDO
003970         GO TO 1000-INICIALIZAR-EXIT
003980     END-IF.
003990     PERFORM 2000-CARREGAR-PERIODOS
004000         THRU 2000-CARREGAR-PERIODOS-EXIT.
004010     IF WRK-PER-USADOS = ZEROS
004020         DISPLAY 'SCHEDEXP: CALENDARIO FISCAL INDISPONIVEL OU '
004030             'VAZIO - EXPORTACAO NAO REALIZADA'
004040         GO TO 1000-INICIALIZAR-EXIT
004050     END-IF.
004060     OPEN INPUT CALENDAR-FILE.
004070     IF NOT FS-CALEN-OK
004080         DISPLAY 'SCHEDEXP: CALENDARIO DE DIAS UTEIS (CALENFL) '
004090             'INDISPONIVEL - FS: ' WRK-FS-CALEN
004100         GO TO 1000-INICIALIZAR-EXIT
004110     END-IF.
004120     MOVE ZEROS TO CAL-CHAVE-DATA.
004130     START CALENDAR-FILE KEY >= CAL-CHAVE-DATA
004140         INVALID KEY
004150             SET FIM-CALENDARIO TO TRUE
004160     END-START.
004170     OPEN INPUT SCHED-ANT.
004180     IF FS-ANT-OK OR FS-ANT-AUSENTE
004190         PERFORM 3600-LER-ANTERIOR
004200             THRU 3600-LER-ANTERIOR-EXIT
004210     ELSE
004220         SET FIM-ANTERIOR TO TRUE
004230     END-IF.
004240     IF FIM-ANTERIOR
004250         SET EXPORTACAO-INICIAL TO TRUE
004260     END-IF.
004270     OPEN OUTPUT SCHED-EXP.
004280     OPEN OUTPUT SCHED-CSV.
004290     OPEN OUTPUT SCHDRPT.
004300     SET ARQUIVOS-ABERTOS TO TRUE.
004310     MOVE 'CALENDARIO,DATA' TO SCHED-CSV-LINHA.
004320     WRITE SCHED-CSV-LINHA.
004330     PERFORM 1500-PREPARAR-RESUMO
004340         THRU 1500-PREPARAR-RESUMO-EXIT.
004350     PERFORM 7000-IMPRIMIR-PARAMETROS
004360         THRU 7000-IMPRIMIR-PARAMETROS-EXIT.
004370 1000-INICIALIZAR-EXIT.
004380     EXIT.
004390*****************************************************************
004400* 0500-OBTER-PARAMETROS                                        *
004410*     LE O CARTAO DE PARAMETROS OPCIONAL: REGIONAL (EM BRANCO = *
004420*     NAC) E ULTIMO DIA UTIL NN DOS CALENDARIOS RR-DUNN (EM     *
004430*     BRANCO = 05, VALIDO DE 01 A 23).                          *
004440*****************************************************************
004450 0500-OBTER-PARAMETROS.
004460     OPEN INPUT PARM-CARD.
004470     IF NOT FS-PARM-OK
004480         GO TO 0500-OBTER-PARAMETROS-EXIT
004490     END-IF.
004500     READ PARM-CARD
004510         AT END
004520             CLOSE PARM-CARD
004530             GO TO 0500-OBTER-PARAMETROS-EXIT
004540     END-READ.
004550     CLOSE PARM-CARD.
004560     IF PARM-CALENDARIO NOT = SPACES
004570         MOVE PARM-CALENDARIO TO WRK-ID-CALENDARIO
004580     END-IF.
004590     IF PARM-DIAS-UTEIS = SPACES
004600         GO TO 0500-OBTER-PARAMETROS-EXIT
004610     END-IF.
004620     IF PARM-DIAS-UTEIS-N NOT NUMERIC
004630             OR PARM-DIAS-UTEIS-N = ZEROS
004640             OR PARM-DIAS-UTEIS-N > WRK-DIAS-UTEIS-MAXIMO
004650         DISPLAY 'SCHEDEXP: QUANTIDADE DE DIAS UTEIS INVALIDA '
004660             '(01-23): ' PARM-DIAS-UTEIS
004670         SET PARAMETRO-INVALIDO TO TRUE
004680         GO TO 0500-OBTER-PARAMETROS-EXIT
004690     END-IF.
004700     MOVE PARM-DIAS-UTEIS-N TO WRK-DIAS-UTEIS.
004710 0500-OBTER-PARAMETROS-EXIT.
004720     EXIT.
004730*****************************************************************
004740* 1500-PREPARAR-RESUMO                                         *
004750*     PRE-CARREGA O RESUMO COM OS CALENDARIOS DESTA EXPORTACAO, *
004760*     NA ORDEM DE IMPRESSAO: DIAUTIL, FIMPER, FIMANO E DU01 ATE *
004770*     DUNN.                                                     *
004780*****************************************************************
004790 1500-PREPARAR-RESUMO.
004800     MOVE 'DIAUTIL' TO WRK-SUFIXO-CAL.
004810     PERFORM 3180-MONTAR-NOME
004820         THRU 3180-MONTAR-NOME-EXIT.
004830     PERFORM 3550-LOCALIZAR-RESUMO
004840         THRU 3550-LOCALIZAR-RESUMO-EXIT.
004850     MOVE 'FIMPER' TO WRK-SUFIXO-CAL.
004860     PERFORM 3180-MONTAR-NOME
004870         THRU 3180-MONTAR-NOME-EXIT.
004880     PERFORM 3550-LOCALIZAR-RESUMO
004890         THRU 3550-LOCALIZAR-RESUMO-EXIT.
004900     MOVE 'FIMANO' TO WRK-SUFIXO-CAL.
004910     PERFORM 3180-MONTAR-NOME
004920         THRU 3180-MONTAR-NOME-EXIT.
004930     PERFORM 3550-LOCALIZAR-RESUMO
004940         THRU 3550-LOCALIZAR-RESUMO-EXIT.
004950     PERFORM 1550-PREPARAR-RESUMO-DU
004960         THRU 1550-PREPARAR-RESUMO-DU-EXIT
004970         VARYING WRK-NUM-DU FROM 1 BY 1
004980         UNTIL WRK-NUM-DU > WRK-DIAS-UTEIS.
004990 1500-PREPARAR-RESUMO-EXIT.
005000     EXIT.
005010*****************************************************************
005020* 1550-PREPARAR-RESUMO-DU                                      *
005030*     INCLUI NO RESUMO O CALENDARIO DO DIA UTIL WRK-NUM-DU.     *
005040*****************************************************************
005050 1550-PREPARAR-RESUMO-DU.
005060     MOVE WRK-NUM-DU TO WRK-SUF-DU-NUM.
005070     MOVE WRK-SUFIXO-DU TO WRK-SUFIXO-CAL.
005080     PERFORM 3180-MONTAR-NOME
005090         THRU 3180-MONTAR-NOME-EXIT.
005100     PERFORM 3550-LOCALIZAR-RESUMO
005110         THRU 3550-LOCALIZAR-RESUMO-EXIT.
005120 1550-PREPARAR-RESUMO-DU-EXIT.
005130     EXIT.
005140*****************************************************************
005150* 2000-CARREGAR-PERIODOS                                       *
005160*     CARREGA NA TABELA DE PERIODOS TODOS OS REGISTROS DO       *
005170*     CALENDARIO FISCAL E MARCA O ULTIMO PERIODO DE CADA ANO    *
005180*     FISCAL.                                                   *
005190*****************************************************************
005200 2000-CARREGAR-PERIODOS.
005210     OPEN INPUT FISCAL-CAL.
005220     IF NOT FS-FISCAL-OK
005230         GO TO 2000-CARREGAR-PERIODOS-EXIT
005240     END-IF.
005250     MOVE ZEROS TO FCAL-ANO-FISCAL.
005260     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
005270     START FISCAL-CAL KEY >= FCAL-CHAVE
005280         INVALID KEY
005290             SET FIM-PERIODOS TO TRUE
005300     END-START.
005310     PERFORM 2100-GUARDAR-PERIODO
005320         THRU 2100-GUARDAR-PERIODO-EXIT
005330         UNTIL FIM-PERIODOS.
005340     CLOSE FISCAL-CAL.
005350     PERFORM 2200-MARCAR-FIM-ANO
005360         THRU 2200-MARCAR-FIM-ANO-EXIT
005370         VARYING WRK-IDX-PER FROM 1 BY 1
005380         UNTIL WRK-IDX-PER > WRK-PER-USADOS.
005390 2000-CARREGAR-PERIODOS-EXIT.
005400     EXIT.
005410*****************************************************************
005420* 2100-GUARDAR-PERIODO                                         *
005430*     LE O PROXIMO PERIODO DO CALENDARIO FISCAL E O GUARDA NA   *
005440*     TABELA DE PERIODOS (AVISO UNICO QUANDO A TABELA           *
005450*     TRANSBORDA).                                              *
005460*****************************************************************
005470 2100-GUARDAR-PERIODO.
005480     READ FISCAL-CAL NEXT
005490         AT END
005500             SET FIM-PERIODOS TO TRUE
005510             GO TO 2100-GUARDAR-PERIODO-EXIT
005520     END-READ.
005530     IF NOT FS-FISCAL-OK
005540         SET FIM-PERIODOS TO TRUE
005550         GO TO 2100-GUARDAR-PERIODO-EXIT
005560     END-IF.
005570     IF WRK-PER-USADOS >= WRK-PER-MAXIMO
005580         IF NOT TABELA-PER-CHEIA
005590             SET TABELA-PER-CHEIA TO TRUE
005600             DISPLAY 'SCHEDEXP: TABELA DE PERIODOS ESGOTADA - '
005610                 'PERIODOS POSTERIORES NAO SERAO EXPORTADOS'
005620         END-IF
005630         GO TO 2100-GUARDAR-PERIODO-EXIT
005640     END-IF.
005650     ADD 1 TO WRK-PER-USADOS.
005660     MOVE FCAL-ANO-FISCAL     TO WRK-PER-ANO(WRK-PER-USADOS).
005670     MOVE FCAL-PERIODO-FISCAL TO WRK-PER-NUM(WRK-PER-USADOS).
005680     MOVE FCAL-DATA-INICIO    TO WRK-PER-INICIO(WRK-PER-USADOS).
005690     MOVE FCAL-DATA-FIM       TO WRK-PER-FIM(WRK-PER-USADOS).
005700     MOVE 'N'                 TO WRK-PER-SW-ANO(WRK-PER-USADOS).
005710 2100-GUARDAR-PERIODO-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 2200-MARCAR-FIM-ANO                                          *
005750*     MARCA O PERIODO WRK-IDX-PER COMO ULTIMO DO ANO FISCAL     *
005760*     QUANDO O PROXIMO PERIODO DA TABELA FOR DE OUTRO ANO OU,   *
005770*     NO ULTIMO PERIODO CARREGADO, QUANDO FOR O PERIODO 12 OU   *
005780*     13 (ANO FISCAL COMPLETO, COMO EXIGE O FCALMANT).          *
005790*****************************************************************
005800 2200-MARCAR-FIM-ANO.
005810     IF WRK-IDX-PER = WRK-PER-USADOS
005820         IF WRK-PER-NUM(WRK-IDX-PER) >= 12
005830             MOVE 'S' TO WRK-PER-SW-ANO(WRK-IDX-PER)
005840         END-IF
005850         GO TO 2200-MARCAR-FIM-ANO-EXIT
005860     END-IF.
005870     COMPUTE WRK-IDX-PER-PROX = WRK-IDX-PER + 1.
005880     IF WRK-PER-ANO(WRK-IDX-PER-PROX)
005890             NOT = WRK-PER-ANO(WRK-IDX-PER)
005900         MOVE 'S' TO WRK-PER-SW-ANO(WRK-IDX-PER)
005910     END-IF.
005920 2200-MARCAR-FIM-ANO-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 3000-PROCESSAR-DATA                                          *
005960*     LE A PROXIMA DATA DO CALENDAR-FILE E, QUANDO FOR DIA      *
005970*     UTIL, EXPORTA A DATA EM CADA CALENDARIO NOMEADO A QUE     *
005980*     PERTENCE, CONFRONTANDO-A COM A EXPORTACAO ANTERIOR.       *
005990*****************************************************************
006000 3000-PROCESSAR-DATA.
006010     READ CALENDAR-FILE NEXT
006020         AT END
006030             SET FIM-CALENDARIO TO TRUE
006040             GO TO 3000-PROCESSAR-DATA-EXIT
006050     END-READ.
006060     IF NOT FS-CALEN-OK
006070         SET FIM-CALENDARIO TO TRUE
006080         GO TO 3000-PROCESSAR-DATA-EXIT
006090     END-IF.
006100     ADD 1 TO WRK-CTR-DATAS-LIDAS.
006110     IF NOT CAL-DIA-UTIL
006120         GO TO 3000-PROCESSAR-DATA-EXIT
006130     END-IF.
006140     ADD 1 TO WRK-CTR-DIAS-UTEIS.
006150     PERFORM 3100-MONTAR-CALENDARIOS-DIA
006160         THRU 3100-MONTAR-CALENDARIOS-DIA-EXIT.
006170     PERFORM 3200-EXPORTAR-CALENDARIO
006180         THRU 3200-EXPORTAR-CALENDARIO-EXIT
006190         VARYING WRK-IDX-CAL-DIA FROM 1 BY 1
006200         UNTIL WRK-IDX-CAL-DIA > WRK-CAL-DIA-USADOS.
006210 3000-PROCESSAR-DATA-EXIT.
006220     EXIT.
006230*****************************************************************
006240* 3100-MONTAR-CALENDARIOS-DIA                                  *
006250*     MONTA, EM ORDEM DE NOME, OS CALENDARIOS DO DIA UTIL       *
006260*     CORRENTE: DIAUTIL; DUNN QUANDO O NUMERO DE ORDEM DO DIA   *
006270*     UTIL NO MES NAO PASSA DO LIMITE DO CARTAO; FIMPER QUANDO  *
006280*     O PROXIMO DIA UTIL CAI DEPOIS DO FIM DO PERIODO FISCAL    *
006290*     QUE CONTEM A DATA; E FIMANO QUANDO ESSE PERIODO E O       *
006300*     ULTIMO DO ANO FISCAL.                                     *
006310*****************************************************************
006320 3100-MONTAR-CALENDARIOS-DIA.
006330     MOVE ZEROS TO WRK-CAL-DIA-USADOS.
006340     MOVE 'DIAUTIL' TO WRK-SUFIXO-CAL.
006350     PERFORM 3170-INCLUIR-CALENDARIO-DIA
006360         THRU 3170-INCLUIR-CALENDARIO-DIA-EXIT.
006370     IF CAL-SEQ-DIA-UTIL > ZEROS
006380             AND CAL-SEQ-DIA-UTIL <= WRK-DIAS-UTEIS
006390         MOVE CAL-SEQ-DIA-UTIL TO WRK-SUF-DU-NUM
006400         MOVE WRK-SUFIXO-DU TO WRK-SUFIXO-CAL
006410         PERFORM 3170-INCLUIR-CALENDARIO-DIA
006420             THRU 3170-INCLUIR-CALENDARIO-DIA-EXIT
006430     END-IF.
006440     MOVE ZEROS TO WRK-IDX-PER-ACHADO.
006450     PERFORM 3150-PROCURAR-PERIODO
006460         THRU 3150-PROCURAR-PERIODO-EXIT
006470         VARYING WRK-IDX-PER FROM 1 BY 1
006480         UNTIL WRK-IDX-PER > WRK-PER-USADOS
006490            OR WRK-IDX-PER-ACHADO > ZEROS.
006500     IF WRK-IDX-PER-ACHADO = ZEROS
006510         ADD 1 TO WRK-CTR-SEM-PERIODO
006520         GO TO 3100-MONTAR-CALENDARIOS-DIA-EXIT
006530     END-IF.
006540     IF CAL-DATA-UTIL-PROX NOT > WRK-PER-FIM(WRK-IDX-PER-ACHADO)
006550         GO TO 3100-MONTAR-CALENDARIOS-DIA-EXIT
006560     END-IF.
006570     IF WRK-PER-FIM-ANO(WRK-IDX-PER-ACHADO)
006580         MOVE 'FIMANO' TO WRK-SUFIXO-CAL
006590         PERFORM 3170-INCLUIR-CALENDARIO-DIA
006600             THRU 3170-INCLUIR-CALENDARIO-DIA-EXIT
006610     END-IF.
006620     MOVE 'FIMPER' TO WRK-SUFIXO-CAL.
006630     PERFORM 3170-INCLUIR-CALENDARIO-DIA
006640         THRU 3170-INCLUIR-CALENDARIO-DIA-EXIT.
006650 3100-MONTAR-CALENDARIOS-DIA-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 3150-PROCURAR-PERIODO                                        *
006690*     VERIFICA SE A DATA CORRENTE PERTENCE AO PERIODO           *
006700*     WRK-IDX-PER DA TABELA DE PERIODOS.                        *
006710*****************************************************************
006720 3150-PROCURAR-PERIODO.
006730     IF CAL-CHAVE-DATA >= WRK-PER-INICIO(WRK-IDX-PER)
006740             AND CAL-CHAVE-DATA <= WRK-PER-FIM(WRK-IDX-PER)
006750         MOVE WRK-IDX-PER TO WRK-IDX-PER-ACHADO
006760     END-IF.
006770 3150-PROCURAR-PERIODO-EXIT.
006780     EXIT.
006790*****************************************************************
006800* 3170-INCLUIR-CALENDARIO-DIA                                  *
006810*     ACRESCENTA A LISTA DA DATA CORRENTE O CALENDARIO DE       *
006820*     SUFIXO WRK-SUFIXO-CAL.                                    *
006830*****************************************************************
006840 3170-INCLUIR-CALENDARIO-DIA.
006850     PERFORM 3180-MONTAR-NOME
006860         THRU 3180-MONTAR-NOME-EXIT.
006870     ADD 1 TO WRK-CAL-DIA-USADOS.
006880     MOVE WRK-NOME-CAL TO WRK-CAL-DIA-NOME(WRK-CAL-DIA-USADOS).
006890 3170-INCLUIR-CALENDARIO-DIA-EXIT.
006900     EXIT.
006910*****************************************************************
006920* 3180-MONTAR-NOME                                             *
006930*     MONTA EM WRK-NOME-CAL O NOME DO CALENDARIO: REGIONAL,     *
006940*     HIFEN E SUFIXO DA REGRA (EX.: SP-DU01).                   *
006950*****************************************************************
006960 3180-MONTAR-NOME.
006970     MOVE SPACES TO WRK-NOME-CAL.
006980     STRING WRK-ID-CALENDARIO DELIMITED BY SPACE
006990            '-'               DELIMITED BY SIZE
007000            WRK-SUFIXO-CAL    DELIMITED BY SPACE
007010         INTO WRK-NOME-CAL.
007020 3180-MONTAR-NOME-EXIT.
007030     EXIT.
007040*****************************************************************
007050* 3200-EXPORTAR-CALENDARIO                                     *
007060*     GRAVA A DATA CORRENTE NO CALENDARIO WRK-IDX-CAL-DIA, NA   *
007070*     INTERFACE E NA COPIA CSV, E A CONFRONTA COM A EXPORTACAO  *
007080*     ANTERIOR: REGISTROS ANTERIORES DE CHAVE MENOR FORAM       *
007090*     EXCLUIDOS; CHAVE IGUAL, SEM ALTERACAO; SEM CORRESPONDENTE *
007100*     NA ANTERIOR, DATA INCLUIDA.                               *
007110*****************************************************************
007120 3200-EXPORTAR-CALENDARIO.
007130     MOVE SPACES TO SCHED-EXP-REG.
007140     MOVE CAL-CHAVE-DATA TO EXP-DATA.
007150     MOVE WRK-CAL-DIA-NOME(WRK-IDX-CAL-DIA)
007160         TO EXP-NOME-CALENDARIO.
007170     WRITE SCHED-EXP-REG.
007180     ADD 1 TO WRK-CTR-EXPORTADOS.
007190     MOVE CAL-CHAVE-DATA TO WRK-DATA-CSV-N.
007200     MOVE SPACES TO SCHED-CSV-LINHA.
007210     STRING EXP-NOME-CALENDARIO DELIMITED BY SPACE
007220            ','                 DELIMITED BY SIZE
007230            WRK-CSV-ANO         DELIMITED BY SIZE
007240            '-'                 DELIMITED BY SIZE
007250            WRK-CSV-MES         DELIMITED BY SIZE
007260            '-'                 DELIMITED BY SIZE
007270            WRK-CSV-DIA         DELIMITED BY SIZE
007280         INTO SCHED-CSV-LINHA.
007290     WRITE SCHED-CSV-LINHA.
007300     MOVE EXP-NOME-CALENDARIO TO WRK-NOME-CAL.
007310     PERFORM 3550-LOCALIZAR-RESUMO
007320         THRU 3550-LOCALIZAR-RESUMO-EXIT.
007330     IF WRK-IDX-RES-ACHADO > ZEROS
007340         ADD 1 TO WRK-RES-EXPORTADAS(WRK-IDX-RES-ACHADO)
007350     END-IF.
007360     PERFORM 3400-EXCLUIR-ANTERIOR
007370         THRU 3400-EXCLUIR-ANTERIOR-EXIT
007380         UNTIL FIM-ANTERIOR
007390            OR ANT-CHAVE NOT < EXP-CHAVE.
007400     IF NOT FIM-ANTERIOR AND ANT-CHAVE = EXP-CHAVE
007410         PERFORM 3600-LER-ANTERIOR
007420             THRU 3600-LER-ANTERIOR-EXIT
007430         GO TO 3200-EXPORTAR-CALENDARIO-EXIT
007440     END-IF.
007450     MOVE EXP-DATA TO WRK-ALT-DATA.
007460     MOVE EXP-NOME-CALENDARIO TO WRK-ALT-NOME.
007470     SET ALT-INCLUSAO TO TRUE.
007480     PERFORM 3500-REGISTRAR-ALTERACAO
007490         THRU 3500-REGISTRAR-ALTERACAO-EXIT.
007500 3200-EXPORTAR-CALENDARIO-EXIT.
007510     EXIT.
007520*****************************************************************
007530* 3400-EXCLUIR-ANTERIOR                                        *
007540*     REGISTRA COMO EXCLUIDA A DATA/CALENDARIO CORRENTE DA      *
007550*     EXPORTACAO ANTERIOR, QUE NAO CONSTA DA NOVA EXPORTACAO, E *
007560*     PASSA AO PROXIMO REGISTRO ANTERIOR.                       *
007570*****************************************************************
007580 3400-EXCLUIR-ANTERIOR.
007590     MOVE ANT-DATA TO WRK-ALT-DATA.
007600     MOVE ANT-NOME-CALENDARIO TO WRK-ALT-NOME.
007610     SET ALT-EXCLUSAO TO TRUE.
007620     PERFORM 3500-REGISTRAR-ALTERACAO
007630         THRU 3500-REGISTRAR-ALTERACAO-EXIT.
007640     PERFORM 3600-LER-ANTERIOR
007650         THRU 3600-LER-ANTERIOR-EXIT.
007660 3400-EXCLUIR-ANTERIOR-EXIT.
007670     EXIT.
007680*****************************************************************
007690* 3500-REGISTRAR-ALTERACAO                                     *
007700*     CONTA A ALTERACAO NO RESUMO DO CALENDARIO E, EXCETO NA    *
007710*     EXPORTACAO INICIAL, IMPRIME A LINHA DA ALTERACAO.         *
007720*****************************************************************
007730 3500-REGISTRAR-ALTERACAO.
007740     MOVE WRK-ALT-NOME TO WRK-NOME-CAL.
007750     PERFORM 3550-LOCALIZAR-RESUMO
007760         THRU 3550-LOCALIZAR-RESUMO-EXIT.
007770     IF ALT-INCLUSAO
007780         ADD 1 TO WRK-CTR-INCLUIDOS
007790         IF WRK-IDX-RES-ACHADO > ZEROS
007800             ADD 1 TO WRK-RES-INCLUIDAS(WRK-IDX-RES-ACHADO)
007810         END-IF
007820         MOVE 'INCLUIDA' TO WRK-DET-ALTERACAO
007830     ELSE
007840         ADD 1 TO WRK-CTR-EXCLUIDOS
007850         IF WRK-IDX-RES-ACHADO > ZEROS
007860             ADD 1 TO WRK-RES-EXCLUIDAS(WRK-IDX-RES-ACHADO)
007870         END-IF
007880         MOVE 'EXCLUIDA' TO WRK-DET-ALTERACAO
007890     END-IF.
007900     IF EXPORTACAO-INICIAL
007910         GO TO 3500-REGISTRAR-ALTERACAO-EXIT
007920     END-IF.
007930     MOVE WRK-ALT-NOME TO WRK-DET-NOME.
007940     MOVE WRK-ALT-DATA TO WRK-DET-DATA.
007950     MOVE WRK-LINHA-ALTERACAO TO WRK-LINHA-SAIDA.
007960     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
007970         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
007980 3500-REGISTRAR-ALTERACAO-EXIT.
007990     EXIT.
008000*****************************************************************
008010* 3550-LOCALIZAR-RESUMO                                        *
008020*     LOCALIZA NO RESUMO O CALENDARIO WRK-NOME-CAL, INCLUINDO-O *
008030*     QUANDO AUSENTE (AVISO UNICO QUANDO A TABELA TRANSBORDA,   *
008040*     COM WRK-IDX-RES-ACHADO ZERADO).                           *
008050*****************************************************************
008060 3550-LOCALIZAR-RESUMO.
008070     MOVE ZEROS TO WRK-IDX-RES-ACHADO.
008080     PERFORM 3560-EXAMINAR-RESUMO
008090         THRU 3560-EXAMINAR-RESUMO-EXIT
008100         VARYING WRK-IDX-RES FROM 1 BY 1
008110         UNTIL WRK-IDX-RES > WRK-RES-USADOS
008120            OR WRK-IDX-RES-ACHADO > ZEROS.
008130     IF WRK-IDX-RES-ACHADO > ZEROS
008140         GO TO 3550-LOCALIZAR-RESUMO-EXIT
008150     END-IF.
008160     IF WRK-RES-USADOS >= WRK-RES-MAXIMO
008170         IF NOT TABELA-RES-CHEIA
008180             SET TABELA-RES-CHEIA TO TRUE
008190             DISPLAY 'SCHEDEXP: TABELA DE RESUMO ESGOTADA - '
008200                 'RESUMO POR CALENDARIO INCOMPLETO'
008210         END-IF
008220         GO TO 3550-LOCALIZAR-RESUMO-EXIT
008230     END-IF.
008240     ADD 1 TO WRK-RES-USADOS.
008250     MOVE WRK-RES-USADOS TO WRK-IDX-RES-ACHADO.
008260     MOVE WRK-NOME-CAL TO WRK-RES-NOME(WRK-IDX-RES-ACHADO).
008270     MOVE ZEROS TO WRK-RES-EXPORTADAS(WRK-IDX-RES-ACHADO)
008280                   WRK-RES-INCLUIDAS(WRK-IDX-RES-ACHADO)
008290                   WRK-RES-EXCLUIDAS(WRK-IDX-RES-ACHADO).
008300 3550-LOCALIZAR-RESUMO-EXIT.
008310     EXIT.
008320*****************************************************************
008330* 3560-EXAMINAR-RESUMO                                         *
008340*     VERIFICA SE A ENTRADA WRK-IDX-RES DO RESUMO E A DO        *
008350*     CALENDARIO WRK-NOME-CAL.                                  *
008360*****************************************************************
008370 3560-EXAMINAR-RESUMO.
008380     IF WRK-RES-NOME(WRK-IDX-RES) = WRK-NOME-CAL
008390         MOVE WRK-IDX-RES TO WRK-IDX-RES-ACHADO
008400     END-IF.
008410 3560-EXAMINAR-RESUMO-EXIT.
008420     EXIT.
008430*****************************************************************
008440* 3600-LER-ANTERIOR                                            *
008450*     LE O PROXIMO REGISTRO DA EXPORTACAO ANTERIOR, LIGANDO O   *
008460*     INDICADOR DE FIM QUANDO NAO HOUVER MAIS.                  *
008470*****************************************************************
008480 3600-LER-ANTERIOR.
008490     READ SCHED-ANT
008500         AT END
008510             SET FIM-ANTERIOR TO TRUE
008520             GO TO 3600-LER-ANTERIOR-EXIT
008530     END-READ.
008540     ADD 1 TO WRK-CTR-ANTERIORES.
008550 3600-LER-ANTERIOR-EXIT.
008560     EXIT.
008570*****************************************************************
008580* 7000-IMPRIMIR-PARAMETROS                                     *
008590*     IMPRIME O TITULO DO RELATORIO, OS PARAMETROS EM VIGOR E O *
008600*     CABECALHO DA LISTA DE ALTERACOES (OU O AVISO DE           *
008610*     EXPORTACAO INICIAL).                                      *
008620*****************************************************************
008630 7000-IMPRIMIR-PARAMETROS.
008640     MOVE SPACES TO WRK-TIT-TEXTO.
008650     STRING 'EXPORTACAO DE CALENDARIOS PARA O SCHEDULER - '
008660                                 DELIMITED BY SIZE
008670            'REGIONAL '          DELIMITED BY SIZE
008680            WRK-ID-CALENDARIO    DELIMITED BY SIZE
008690         INTO WRK-TIT-TEXTO.
008700     PERFORM 8700-IMPRIMIR-TITULO
008710         THRU 8700-IMPRIMIR-TITULO-EXIT.
008720     MOVE SPACES TO WRK-TIT-TEXTO.
008730     STRING 'CALENDARIOS DE DIA UTIL NO MES: DU01 A DU'
008740                                 DELIMITED BY SIZE
008750            WRK-DIAS-UTEIS       DELIMITED BY SIZE
008760         INTO WRK-TIT-TEXTO.
008770     PERFORM 8700-IMPRIMIR-TITULO
008780         THRU 8700-IMPRIMIR-TITULO-EXIT.
008790     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
008800     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
008810         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
008820     IF EXPORTACAO-INICIAL
008830         MOVE 'EXPORTACAO INICIAL - SEM EXPORTACAO ANTERIOR PARA '
008840             TO WRK-TIT-TEXTO
008850         PERFORM 8700-IMPRIMIR-TITULO
008860             THRU 8700-IMPRIMIR-TITULO-EXIT
008870         MOVE 'COMPARACAO; TODAS AS DATAS CONTAM COMO INCLUIDAS'
008880             TO WRK-TIT-TEXTO
008890         PERFORM 8700-IMPRIMIR-TITULO
008900             THRU 8700-IMPRIMIR-TITULO-EXIT
008910         GO TO 7000-IMPRIMIR-PARAMETROS-EXIT
008920     END-IF.
008930     MOVE 'ALTERACOES EM RELACAO A EXPORTACAO ANTERIOR'
008940         TO WRK-TIT-TEXTO.
008950     PERFORM 8700-IMPRIMIR-TITULO
008960         THRU 8700-IMPRIMIR-TITULO-EXIT.
008970     MOVE WRK-CAB-ALTERACAO TO WRK-LINHA-SAIDA.
008980     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
008990         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009000 7000-IMPRIMIR-PARAMETROS-EXIT.
009010     EXIT.
009020*****************************************************************
009030* 8000-IMPRIMIR-RESUMO                                         *
009040*     IMPRIME O RESUMO POR CALENDARIO E OS TOTAIS DA            *
009050*     EXPORTACAO.                                               *
009060*****************************************************************
009070 8000-IMPRIMIR-RESUMO.
009080     IF NOT EXPORTACAO-INICIAL
009090             AND WRK-CTR-INCLUIDOS = ZEROS
009100             AND WRK-CTR-EXCLUIDOS = ZEROS
009110         MOVE 'NENHUMA ALTERACAO EM RELACAO A EXPORTACAO ANTERIOR'
009120             TO WRK-TIT-TEXTO
009130         PERFORM 8700-IMPRIMIR-TITULO
009140             THRU 8700-IMPRIMIR-TITULO-EXIT
009150     END-IF.
009160     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
009170     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009180         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009190     MOVE 'RESUMO POR CALENDARIO' TO WRK-TIT-TEXTO.
009200     PERFORM 8700-IMPRIMIR-TITULO
009210         THRU 8700-IMPRIMIR-TITULO-EXIT.
009220     MOVE WRK-CAB-RESUMO TO WRK-LINHA-SAIDA.
009230     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009240         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009250     PERFORM 8100-IMPRIMIR-LINHA-RESUMO
009260         THRU 8100-IMPRIMIR-LINHA-RESUMO-EXIT
009270         VARYING WRK-IDX-RES FROM 1 BY 1
009280         UNTIL WRK-IDX-RES > WRK-RES-USADOS.
009290     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
009300     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009310         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009320     MOVE 'DATAS LIDAS DO CALENDAR-FILE:' TO WRK-TOT-TEXTO.
009330     MOVE WRK-CTR-DATAS-LIDAS TO WRK-TOT-VALOR.
009340     PERFORM 8800-GRAVAR-LINHA-TOTAL
009350         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009360     MOVE 'DIAS UTEIS:' TO WRK-TOT-TEXTO.
009370     MOVE WRK-CTR-DIAS-UTEIS TO WRK-TOT-VALOR.
009380     PERFORM 8800-GRAVAR-LINHA-TOTAL
009390         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009400     MOVE 'DIAS UTEIS FORA DO CALENDARIO FISCAL:'
009410         TO WRK-TOT-TEXTO.
009420     MOVE WRK-CTR-SEM-PERIODO TO WRK-TOT-VALOR.
009430     PERFORM 8800-GRAVAR-LINHA-TOTAL
009440         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009450     MOVE 'REGISTROS EXPORTADOS (SCHDEXP):' TO WRK-TOT-TEXTO.
009460     MOVE WRK-CTR-EXPORTADOS TO WRK-TOT-VALOR.
009470     PERFORM 8800-GRAVAR-LINHA-TOTAL
009480         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009490     MOVE 'REGISTROS DA EXPORTACAO ANTERIOR:' TO WRK-TOT-TEXTO.
009500     MOVE WRK-CTR-ANTERIORES TO WRK-TOT-VALOR.
009510     PERFORM 8800-GRAVAR-LINHA-TOTAL
009520         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009530     MOVE 'DATAS INCLUIDAS:' TO WRK-TOT-TEXTO.
009540     MOVE WRK-CTR-INCLUIDOS TO WRK-TOT-VALOR.
009550     PERFORM 8800-GRAVAR-LINHA-TOTAL
009560         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009570     MOVE 'DATAS EXCLUIDAS:' TO WRK-TOT-TEXTO.
009580     MOVE WRK-CTR-EXCLUIDOS TO WRK-TOT-VALOR.
009590     PERFORM 8800-GRAVAR-LINHA-TOTAL
009600         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009610 8000-IMPRIMIR-RESUMO-EXIT.
009620     EXIT.
009630*****************************************************************
009640* 8100-IMPRIMIR-LINHA-RESUMO                                   *
009650*     IMPRIME A LINHA DO RESUMO DO CALENDARIO WRK-IDX-RES.      *
009660*****************************************************************
009670 8100-IMPRIMIR-LINHA-RESUMO.
009680     MOVE WRK-RES-NOME(WRK-IDX-RES)       TO WRK-RSM-NOME.
009690     MOVE WRK-RES-EXPORTADAS(WRK-IDX-RES) TO WRK-RSM-EXPORTADAS.
009700     MOVE WRK-RES-INCLUIDAS(WRK-IDX-RES)  TO WRK-RSM-INCLUIDAS.
009710     MOVE WRK-RES-EXCLUIDAS(WRK-IDX-RES)  TO WRK-RSM-EXCLUIDAS.
009720     MOVE WRK-LINHA-RESUMO TO WRK-LINHA-SAIDA.
009730     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009740         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009750 8100-IMPRIMIR-LINHA-RESUMO-EXIT.
009760     EXIT.
009770*****************************************************************
009780* 8700-IMPRIMIR-TITULO                                         *
009790*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
009800*     WRK-LINHA-TITULO.                                         *
009810*****************************************************************
009820 8700-IMPRIMIR-TITULO.
009830     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
009840     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009850         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009860 8700-IMPRIMIR-TITULO-EXIT.
009870     EXIT.
009880*****************************************************************
009890* 8800-GRAVAR-LINHA-TOTAL                                      *
009900*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
009910*     WRK-LINHA-TOTAL.                                          *
009920*****************************************************************
009930 8800-GRAVAR-LINHA-TOTAL.
009940     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
009950     PERFORM 8900-GRAVAR-LINHA-SCHDRPT
009960         THRU 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
009970 8800-GRAVAR-LINHA-TOTAL-EXIT.
009980     EXIT.
009990*****************************************************************
010000* 8850-IMPRIMIR-CABECALHO                                      *
010010*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
010020*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
010030*****************************************************************
010040 8850-IMPRIMIR-CABECALHO.
010050     ADD 1 TO WRK-NUM-PAGINA.
010060     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
010070     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
010080     WRITE SCHDRPT-LINE FROM WRK-CAB-RELATORIO-1.
010090     WRITE SCHDRPT-LINE FROM WRK-CAB-RELATORIO-2.
010100     WRITE SCHDRPT-LINE FROM WRK-CAB-RELATORIO-3.
010110     MOVE 3 TO WRK-NUM-LINHA.
010120 8850-IMPRIMIR-CABECALHO-EXIT.
010130     EXIT.
010140*****************************************************************
010150* 8900-GRAVAR-LINHA-SCHDRPT                                    *
010160*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
010170*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
010180*****************************************************************
010190 8900-GRAVAR-LINHA-SCHDRPT.
010200     IF WRK-NUM-LINHA = ZEROS OR
010210             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
010220         PERFORM 8850-IMPRIMIR-CABECALHO
010230             THRU 8850-IMPRIMIR-CABECALHO-EXIT
010240     END-IF.
010250     WRITE SCHDRPT-LINE FROM WRK-LINHA-SAIDA.
010260     ADD 1 TO WRK-NUM-LINHA.
010270 8900-GRAVAR-LINHA-SCHDRPT-EXIT.
010280     EXIT.
010290*****************************************************************
010300* 9000-ENCERRAR                                                *
010310*     ENCERRA OS ARQUIVOS E EXIBE O RESUMO NO CONSOLE DO        *
010320*     OPERADOR.                                                 *
010330*****************************************************************
010340 9000-ENCERRAR.
010350     CLOSE CALENDAR-FILE.
010360     CLOSE SCHED-ANT.
010370     CLOSE SCHED-EXP.
010380     CLOSE SCHED-CSV.
010390     CLOSE SCHDRPT.
010400     DISPLAY 'SCHEDEXP: EXPORTADOS: ' WRK-CTR-EXPORTADOS
010410         ' INCLUIDOS: ' WRK-CTR-INCLUIDOS
010420         ' EXCLUIDOS: ' WRK-CTR-EXCLUIDOS.
010430 9000-ENCERRAR-EXIT.
010440     EXIT.
010450*****************************************************************
010460* 9999-FIM                                                     *
010470*****************************************************************
010480 9999-FIM.
010490     STOP RUN.
