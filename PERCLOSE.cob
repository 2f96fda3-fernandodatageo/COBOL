000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERCLOSE.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: FECHAMENTO DE PERIODO FISCAL PELA AREA FINANCEIRA.
000100* RECEBE NO CARTAO DE PARAMETROS O ANO/PERIODO FISCAL A FECHAR E
000110* O RESPONSAVEL PELO FECHAMENTO E GRAVA NO ARQUIVO DE PERIODOS
000120* FECHADOS (PERIOD-LOCK) O PERIODO INFORMADO E TODOS OS PERIODOS
000130* ANTERIORES DO CALENDARIO FISCAL (FISCAL-CAL) AINDA NAO
000140* FECHADOS, COM AS DATAS DE INICIO E FIM COPIADAS DO CALENDARIO
000150* FISCAL E O CARIMBO DE DATA/HORA DO FECHAMENTO. SO PODE SER
000160* FECHADO PERIODO JA ENCERRADO, ISTO E, ANTERIOR AO PERIODO
000170* FISCAL CORRENTE DO CONTROLE DE PERIODO (PERIOD-CTL). O
000180* PROGRAMA DATA-REDEFINIDA RECUSA DATA DE REPROCESSAMENTO EM
000190* PERIODO FECHADO SEM TICKET DE AUTORIZACAO. O RELATORIO LISTA
000200* CADA PERIODO EXAMINADO (FECHADO NESTA EXECUCAO, JA FECHADO OU
000202* COM FALHA NO ARQUIVO DE PERIODOS FECHADOS). QUALQUER FALHA
000204* ENCERRA A EXECUCAO COM RETURN-CODE 08.
000210*
000220* HISTORICO DE ALTERACOES
000230* DATA       AUTOR   DESCRICAO
000240* ---------- ------- ------------------------------------------
000250* 15/10/2026 LFL     VERSAO ORIGINAL.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PERIOD-CTL ASSIGN TO PERIODFL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PCTL-CHAVE
000350         FILE STATUS IS WRK-FS-PERIOD.
000360     SELECT FISCAL-CAL ASSIGN TO FISCALFL
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS FCAL-CHAVE
000400         FILE STATUS IS WRK-FS-FISCAL.
000410     SELECT PERIOD-LOCK ASSIGN TO PERLOCK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PLCK-CHAVE
000450         FILE STATUS IS WRK-FS-PERLOCK.
000460     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-PARM.
000490     SELECT PERCRPT ASSIGN TO PERCRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WRK-FS-PERCRPT.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*****************************************************************
000550* PERIOD-CTL - CONTROLE DE PERIODO FISCAL CORRENTE (MESMO       *
000560*     LAYOUT DO PROGRAMA DATA-REDEFINIDA).                      *
000570*****************************************************************
000580 FD  PERIOD-CTL
000590     LABEL RECORD IS STANDARD.
000600 01  PERIOD-CTL-RECORD.
000610     02  PCTL-CHAVE          PIC X(08).
000620     02  PCTL-ANO-FISCAL     PIC 9(04).
000630     02  PCTL-PERIODO-FISCAL PIC 9(02).
000640     02  PCTL-DATA-FIM       PIC 9(08).
000650*****************************************************************
000660* FISCAL-CAL - DEFINICAO DO CALENDARIO FISCAL (MESMO LAYOUT DO  *
000670*     PROGRAMA DATA-REDEFINIDA), FONTE DAS DATAS DE INICIO E    *
000680*     FIM DOS PERIODOS FECHADOS.                                *
000690*****************************************************************
000700 FD  FISCAL-CAL
000710     LABEL RECORD IS STANDARD.
000720 01  FISCAL-CAL-RECORD.
000730     02  FCAL-CHAVE.
000740         03  FCAL-ANO-FISCAL     PIC 9(04).
000750         03  FCAL-PERIODO-FISCAL PIC 9(02).
000760     02  FCAL-DATA-INICIO    PIC 9(08).
000770     02  FCAL-DATA-FIM       PIC 9(08).
000775     02  FCAL-PADRAO         PIC X(03).
000780*****************************************************************
000790* PERIOD-LOCK - PERIODOS FISCAIS FECHADOS PELA AREA FINANCEIRA, *
000800*     UM REGISTRO POR ANO/PERIODO FECHADO (MESMO LAYOUT DO      *
000810*     PROGRAMA DATA-REDEFINIDA).                                *
000820*****************************************************************
000830 FD  PERIOD-LOCK
000840     LABEL RECORD IS STANDARD.
000850 01  PERIOD-LOCK-RECORD.
000860     02  PLCK-CHAVE.
000870         03  PLCK-ANO-FISCAL     PIC 9(04).
000880         03  PLCK-PERIODO-FISCAL PIC 9(02).
000890     02  PLCK-DATA-INICIO    PIC 9(08).
000900     02  PLCK-DATA-FIM       PIC 9(08).
000910     02  PLCK-DATA-FECHAM    PIC 9(08).
000920     02  PLCK-HORA-FECHAM    PIC 9(08).
000930     02  PLCK-RESPONSAVEL    PIC X(08).
000940*****************************************************************
000950* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) COM O     *
000960*     ANO (AAAA) E O PERIODO (PP) FISCAL A FECHAR E O CODIGO DO *
000970*     RESPONSAVEL PELO FECHAMENTO.                              *
000980*****************************************************************
000990 FD  PARM-CARD
001000     LABEL RECORD IS OMITTED.
001010 01  PARM-CARD-REG.
001020     02  PARM-ANO-FISCAL     PIC X(04).
001030     02  PARM-ANO-FISCAL-N REDEFINES PARM-ANO-FISCAL
001040                             PIC 9(04).
001050     02  FILLER              PIC X(01).
001060     02  PARM-PERIODO-FISCAL PIC X(02).
001070     02  PARM-PERIODO-FISCAL-N REDEFINES PARM-PERIODO-FISCAL
001080                             PIC 9(02).
001090     02  FILLER              PIC X(01).
001100     02  PARM-RESPONSAVEL    PIC X(08).
001110     02  FILLER              PIC X(64).
001120*****************************************************************
001130* PERCRPT - RELATORIO DO FECHAMENTO DE PERIODOS FISCAIS.        *
001140*****************************************************************
001150 FD  PERCRPT
001160     LABEL RECORD IS OMITTED
001170     RECORD CONTAINS 132 CHARACTERS.
001180 01  PERCRPT-LINE                PIC X(132).
001190 WORKING-STORAGE SECTION.
001200*****************************************************************
001210* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
001220*****************************************************************
001230     COPY DATECOPY.
001240*****************************************************************
001250* STATUS DOS ARQUIVOS
001260*****************************************************************
001270 77  WRK-FS-PERIOD           PIC X(02) VALUE '00'.
001280     88  FS-PERIOD-OK                VALUE '00'.
001290     88  FS-PERIOD-NAO-ENCONTRADO    VALUE '23'.
001300     88  FS-PERIOD-ARQ-INEXISTENTE   VALUE '35'.
001310 77  WRK-FS-FISCAL           PIC X(02) VALUE '00'.
001320     88  FS-FISCAL-OK                VALUE '00'.
001330     88  FS-FISCAL-FIM               VALUE '10'.
001340     88  FS-FISCAL-NAO-ENCONTRADO    VALUE '23'.
001350     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
001360 77  WRK-FS-PERLOCK          PIC X(02) VALUE '00'.
001370     88  FS-PERLOCK-OK               VALUE '00'.
001380     88  FS-PERLOCK-NAO-ENCONTRADO   VALUE '23'.
001390     88  FS-PERLOCK-ARQ-INEXISTENTE  VALUE '35'.
001400 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001410     88  FS-PARM-OK                  VALUE '00'.
001420     88  FS-PARM-FIM                 VALUE '10'.
001430     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001440 77  WRK-FS-PERCRPT          PIC X(02) VALUE '00'.
001450     88  FS-PERCRPT-OK               VALUE '00'.
001460 77  WRK-CHAVE-PERIODO       PIC X(08) VALUE 'PERIODO1'.
001470*****************************************************************
001480* INDICADORES DE PROCESSAMENTO
001490*****************************************************************
001500 01  WRK-SWITCHES.
001510     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'N'.
001520         88  PARAMETRO-VALIDO        VALUE 'S'.
001530         88  PARAMETRO-INVALIDO      VALUE 'N'.
001540     02  WRK-SW-FIM-FISCAL   PIC X(01) VALUE 'N'.
001550         88  FIM-CALENDARIO-FISCAL   VALUE 'S'.
001560*****************************************************************
001570* PERIODO A FECHAR E PERIODO CORRENTE, NA FORMA AAAAPP PARA A   *
001580* COMPARACAO DE ORDEM ENTRE PERIODOS.                           *
001590*****************************************************************
001600 77  WRK-ANO-FECHAR          PIC 9(04) VALUE ZEROS.
001610 77  WRK-PERIODO-FECHAR      PIC 9(02) VALUE ZEROS.
001620 77  WRK-RESPONSAVEL         PIC X(08) VALUE SPACES.
001630 77  WRK-ANO-PER-FECHAR      PIC 9(06) VALUE ZEROS.
001640 77  WRK-ANO-PER-CORRENTE    PIC 9(06) VALUE ZEROS.
001650 77  WRK-ANO-PER-LIDO        PIC 9(06) VALUE ZEROS.
001660 77  WRK-HORA-FECHAM         PIC 9(08) VALUE ZEROS.
001670*****************************************************************
001680* CONTADORES DO FECHAMENTO
001690*****************************************************************
001700 77  WRK-CTR-EXAMINADOS      PIC 9(07) COMP VALUE ZEROS.
001710 77  WRK-CTR-FECHADOS        PIC 9(07) COMP VALUE ZEROS.
001720 77  WRK-CTR-JA-FECHADOS     PIC 9(07) COMP VALUE ZEROS.
001725 77  WRK-CTR-FALHAS          PIC 9(07) COMP VALUE ZEROS.
001730*****************************************************************
001740* AREA DE TRABALHO DO RELATORIO PERCRPT
001750*****************************************************************
001760 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
001770 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
001780 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
001790 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
001800 01  WRK-LINHA-SAIDA         PIC X(132).
001810 01  WRK-CAB-RELATORIO-1.
001820     02  FILLER              PIC X(01) VALUE SPACES.
001830     02  FILLER              PIC X(33)
001840         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
001850     02  FILLER              PIC X(78) VALUE SPACES.
001860     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
001870     02  WRK-CAB-PAGINA      PIC ZZZ9.
001880     02  FILLER              PIC X(08) VALUE SPACES.
001890 01  WRK-CAB-RELATORIO-2.
001900     02  FILLER              PIC X(01) VALUE SPACES.
001910     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
001920     02  FILLER              PIC X(20) VALUE 'PERCLOSE'.
001930     02  FILLER              PIC X(20) VALUE SPACES.
001940     02  FILLER              PIC X(20)
001950         VALUE 'DATA PROCESSAMENTO: '.
001960     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
001970     02  FILLER              PIC X(51) VALUE SPACES.
001980 01  WRK-CAB-RELATORIO-3.
001990     02  FILLER              PIC X(01) VALUE SPACES.
002000     02  FILLER              PIC X(131) VALUE ALL '-'.
002010 01  WRK-LINHA-TITULO.
002020     02  FILLER              PIC X(01) VALUE SPACES.
002030     02  WRK-TIT-TEXTO       PIC X(60).
002040     02  FILLER              PIC X(71) VALUE SPACES.
002050 01  WRK-LINHA-DETALHE.
002060     02  FILLER              PIC X(01) VALUE SPACES.
002070     02  WRK-DET-ANO         PIC 9(04).
002080     02  FILLER              PIC X(01) VALUE '/'.
002090     02  WRK-DET-PERIODO     PIC 9(02).
002100     02  FILLER              PIC X(02) VALUE SPACES.
002110     02  WRK-DET-INICIO      PIC 9999/99/99.
002120     02  FILLER              PIC X(03) VALUE ' A '.
002130     02  WRK-DET-FIM         PIC 9999/99/99.
002140     02  FILLER              PIC X(02) VALUE SPACES.
002150     02  WRK-DET-SITUACAO    PIC X(20).
002160     02  FILLER              PIC X(02) VALUE SPACES.
002170     02  WRK-DET-FECHAMENTO  PIC 9999/99/99.
002180     02  FILLER              PIC X(02) VALUE SPACES.
002190     02  WRK-DET-RESPONSAVEL PIC X(08).
002200     02  FILLER              PIC X(55) VALUE SPACES.
002210 01  WRK-LINHA-TOTAL.
002220     02  FILLER              PIC X(01) VALUE SPACES.
002230     02  WRK-TOT-TEXTO       PIC X(45).
002240     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002250     02  FILLER              PIC X(79) VALUE SPACES.
002260 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002270 PROCEDURE DIVISION.
002280*****************************************************************
002290* 0000-MAINLINE                                                *
002300*****************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INICIALIZAR
002330         THRU 1000-INICIALIZAR-EXIT.
002340     IF PARAMETRO-INVALIDO
002350         MOVE 08 TO RETURN-CODE
002360         GO TO 9999-FIM
002370     END-IF.
002380     PERFORM 2000-FECHAR-PERIODOS
002390         THRU 2000-FECHAR-PERIODOS-EXIT.
002400     PERFORM 8000-IMPRIMIR-TOTAIS
002410         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
002420     PERFORM 9000-ENCERRAR
002430         THRU 9000-ENCERRAR-EXIT.
002432     IF WRK-CTR-FALHAS > ZEROS
002434         MOVE 08 TO RETURN-CODE
002436     END-IF.
002440     GO TO 9999-FIM.
002450 0000-MAINLINE-EXIT.
002460     EXIT.
002470*****************************************************************
002480* 1000-INICIALIZAR                                             *
002490*     LE O ANO/PERIODO A FECHAR DO CARTAO DE PARAMETROS,        *
002500*     CONFERE QUE O PERIODO JA FOI ENCERRADO (ANTERIOR AO       *
002510*     PERIODO CORRENTE DO PERIOD-CTL) E QUE ESTA DEFINIDO NO    *
002520*     CALENDARIO FISCAL, E ABRE O ARQUIVO DE PERIODOS FECHADOS, *
002530*     CRIANDO-O QUANDO AINDA NAO EXISTIR (QUALQUER OUTRO ERRO   *
002535*     NA ABERTURA E FALHA). QUALQUER FALHA INVALIDA A EXECUCAO  *
002540*     (NADA E FECHADO), ENCERRADA COM RETURN-CODE 08.           *
002550*****************************************************************
002560 1000-INICIALIZAR.
002570     SET PARAMETRO-INVALIDO TO TRUE.
002580     ACCEPT DATASYS FROM DATE YYYYMMDD.
002590     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
002600         + (MESSYS * 100) + DIASYS.
002610     ACCEPT WRK-HORA-FECHAM FROM TIME.
002620     OPEN INPUT PARM-CARD.
002630     IF NOT FS-PARM-OK
002640         DISPLAY 'PERCLOSE: CARTAO DE PARAMETROS (SYSIN) '
002650             'INDISPONIVEL - INFORMAR O PERIODO A FECHAR'
002660         GO TO 1000-INICIALIZAR-EXIT
002670     END-IF.
002680     READ PARM-CARD
002690         AT END
002700             CONTINUE
002710     END-READ.
002720     IF NOT FS-PARM-OK
002730         DISPLAY 'PERCLOSE: CARTAO DE PARAMETROS VAZIO - '
002740             'INFORMAR O PERIODO A FECHAR'
002750         CLOSE PARM-CARD
002760         GO TO 1000-INICIALIZAR-EXIT
002770     END-IF.
002780     CLOSE PARM-CARD.
002790     IF PARM-ANO-FISCAL-N NOT NUMERIC
002800             OR PARM-PERIODO-FISCAL-N NOT NUMERIC
002810         DISPLAY 'PERCLOSE: ANO/PERIODO FISCAL NAO NUMERICO: '
002820             PARM-ANO-FISCAL '/' PARM-PERIODO-FISCAL
002830         GO TO 1000-INICIALIZAR-EXIT
002840     END-IF.
002850     IF PARM-PERIODO-FISCAL-N < 01 OR PARM-PERIODO-FISCAL-N > 13
002860         DISPLAY 'PERCLOSE: PERIODO FISCAL FORA DA FAIXA '
002870             'VALIDA (01-13): ' PARM-PERIODO-FISCAL
002880         GO TO 1000-INICIALIZAR-EXIT
002890     END-IF.
002900     IF PARM-RESPONSAVEL = SPACES
002910         DISPLAY 'PERCLOSE: RESPONSAVEL PELO FECHAMENTO NAO '
002920             'INFORMADO NO CARTAO DE PARAMETROS'
002930         GO TO 1000-INICIALIZAR-EXIT
002940     END-IF.
002950     MOVE PARM-ANO-FISCAL-N     TO WRK-ANO-FECHAR.
002960     MOVE PARM-PERIODO-FISCAL-N TO WRK-PERIODO-FECHAR.
002970     MOVE PARM-RESPONSAVEL      TO WRK-RESPONSAVEL.
002980     COMPUTE WRK-ANO-PER-FECHAR = (WRK-ANO-FECHAR * 100)
002990         + WRK-PERIODO-FECHAR.
003000     OPEN INPUT PERIOD-CTL.
003010     IF NOT FS-PERIOD-OK
003020         DISPLAY 'PERCLOSE: CONTROLE DE PERIODO FISCAL '
003030             '(PERIODFL) INDISPONIVEL'
003040         GO TO 1000-INICIALIZAR-EXIT
003050     END-IF.
003060     MOVE WRK-CHAVE-PERIODO TO PCTL-CHAVE.
003070     READ PERIOD-CTL
003080         INVALID KEY
003090             DISPLAY 'PERCLOSE: REGISTRO DE PERIODO FISCAL '
003100                 'NAO ENCONTRADO'
003110             CLOSE PERIOD-CTL
003120             GO TO 1000-INICIALIZAR-EXIT
003130     END-READ.
003140     COMPUTE WRK-ANO-PER-CORRENTE = (PCTL-ANO-FISCAL * 100)
003150         + PCTL-PERIODO-FISCAL.
003160     CLOSE PERIOD-CTL.
003170     IF WRK-ANO-PER-FECHAR NOT < WRK-ANO-PER-CORRENTE
003180         DISPLAY 'PERCLOSE: PERIODO ' WRK-ANO-FECHAR '/'
003190             WRK-PERIODO-FECHAR ' NAO ENCERRADO - PERIODO '
003200             'FISCAL CORRENTE E ' PCTL-ANO-FISCAL '/'
003210             PCTL-PERIODO-FISCAL
003220         GO TO 1000-INICIALIZAR-EXIT
003230     END-IF.
003240     OPEN INPUT FISCAL-CAL.
003250     IF NOT FS-FISCAL-OK
003260         DISPLAY 'PERCLOSE: CALENDARIO FISCAL (FISCALFL) '
003270             'INDISPONIVEL'
003280         GO TO 1000-INICIALIZAR-EXIT
003290     END-IF.
003300     MOVE WRK-ANO-FECHAR     TO FCAL-ANO-FISCAL.
003310     MOVE WRK-PERIODO-FECHAR TO FCAL-PERIODO-FISCAL.
003320     READ FISCAL-CAL
003330         INVALID KEY
003340             DISPLAY 'PERCLOSE: PERIODO ' WRK-ANO-FECHAR '/'
003350                 WRK-PERIODO-FECHAR ' NAO DEFINIDO NO '
003360                 'CALENDARIO FISCAL'
003370             CLOSE FISCAL-CAL
003380             GO TO 1000-INICIALIZAR-EXIT
003390     END-READ.
003400     OPEN I-O PERIOD-LOCK.
003410     IF FS-PERLOCK-ARQ-INEXISTENTE
003420         DISPLAY 'PERCLOSE: ARQUIVO DE PERIODOS FECHADOS '
003430             'INEXISTENTE - SERA CRIADO NESTA EXECUCAO'
003440         OPEN OUTPUT PERIOD-LOCK
003450         CLOSE PERIOD-LOCK
003460         OPEN I-O PERIOD-LOCK
003470     END-IF.
003471     IF NOT FS-PERLOCK-OK
003472         DISPLAY 'PERCLOSE: ARQUIVO DE PERIODOS FECHADOS '
003473             '(PERLOCK) INDISPONIVEL - FS: ' WRK-FS-PERLOCK
003474         CLOSE FISCAL-CAL
003475         GO TO 1000-INICIALIZAR-EXIT
003476     END-IF.
003480     SET PARAMETRO-VALIDO TO TRUE.
003490     OPEN OUTPUT PERCRPT.
003500     MOVE 'PERIODOS FISCAIS FECHADOS' TO WRK-TIT-TEXTO.
003510     PERFORM 8700-IMPRIMIR-TITULO
003520         THRU 8700-IMPRIMIR-TITULO-EXIT.
003530 1000-INICIALIZAR-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 2000-FECHAR-PERIODOS                                         *
003570*     PERCORRE O CALENDARIO FISCAL DESDE O PRIMEIRO PERIODO     *
003580*     DEFINIDO ATE O PERIODO INFORMADO NO CARTAO, FECHANDO CADA *
003590*     PERIODO AINDA NAO FECHADO (2100).                         *
003600*****************************************************************
003610 2000-FECHAR-PERIODOS.
003620     MOVE ZEROS TO FCAL-ANO-FISCAL.
003630     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
003640     START FISCAL-CAL KEY >= FCAL-CHAVE
003650         INVALID KEY
003660             GO TO 2000-FECHAR-PERIODOS-EXIT
003670     END-START.
003680     PERFORM 2100-FECHAR-PROXIMO
003690         THRU 2100-FECHAR-PROXIMO-EXIT
003700         UNTIL FIM-CALENDARIO-FISCAL.
003710 2000-FECHAR-PERIODOS-EXIT.
003720     EXIT.
003730*****************************************************************
003740* 2100-FECHAR-PROXIMO                                          *
003750*     LE O PROXIMO PERIODO DO CALENDARIO FISCAL. PERIODO JA     *
003760*     PRESENTE NO ARQUIVO DE PERIODOS FECHADOS E APENAS         *
003770*     RELACIONADO; OS DEMAIS (FS 23 NA LEITURA) SAO GRAVADOS    *
003780*     COMO FECHADOS NESTA EXECUCAO. ERRO NA LEITURA OU NA       *
003783*     GRAVACAO DO PERIODO FECHADO E REGISTRADO COMO FALHA       *
003786*     (2190). ENCERRA AO PASSAR DO PERIODO INFORMADO.           *
003790*****************************************************************
003800 2100-FECHAR-PROXIMO.
003810     READ FISCAL-CAL NEXT
003820         AT END
003830             SET FIM-CALENDARIO-FISCAL TO TRUE
003840             GO TO 2100-FECHAR-PROXIMO-EXIT
003850     END-READ.
003860     COMPUTE WRK-ANO-PER-LIDO = (FCAL-ANO-FISCAL * 100)
003870         + FCAL-PERIODO-FISCAL.
003880     IF WRK-ANO-PER-LIDO > WRK-ANO-PER-FECHAR
003890         SET FIM-CALENDARIO-FISCAL TO TRUE
003900         GO TO 2100-FECHAR-PROXIMO-EXIT
003910     END-IF.
003920     ADD 1 TO WRK-CTR-EXAMINADOS.
003930     MOVE FCAL-ANO-FISCAL     TO PLCK-ANO-FISCAL.
003940     MOVE FCAL-PERIODO-FISCAL TO PLCK-PERIODO-FISCAL.
003950     READ PERIOD-LOCK
003960         INVALID KEY
003970             CONTINUE
003980     END-READ.
003981     IF NOT FS-PERLOCK-OK AND NOT FS-PERLOCK-NAO-ENCONTRADO
003982         PERFORM 2190-REGISTRAR-FALHA
003983             THRU 2190-REGISTRAR-FALHA-EXIT
003984         GO TO 2100-IMPRIMIR-PERIODO
003985     END-IF.
003990     IF FS-PERLOCK-OK
004000         ADD 1 TO WRK-CTR-JA-FECHADOS
004010         MOVE 'JA FECHADO' TO WRK-DET-SITUACAO
004020     ELSE
004030         MOVE FCAL-ANO-FISCAL     TO PLCK-ANO-FISCAL
004040         MOVE FCAL-PERIODO-FISCAL TO PLCK-PERIODO-FISCAL
004050         MOVE FCAL-DATA-INICIO    TO PLCK-DATA-INICIO
004060         MOVE FCAL-DATA-FIM       TO PLCK-DATA-FIM
004070         MOVE WRK-DATASYS-NUM     TO PLCK-DATA-FECHAM
004080         MOVE WRK-HORA-FECHAM     TO PLCK-HORA-FECHAM
004090         MOVE WRK-RESPONSAVEL     TO PLCK-RESPONSAVEL
004100         WRITE PERIOD-LOCK-RECORD
004102             INVALID KEY
004104                 CONTINUE
004106         END-WRITE
004108         IF FS-PERLOCK-OK
004110             ADD 1 TO WRK-CTR-FECHADOS
004120             MOVE 'FECHADO NESTA EXECUCAO' TO WRK-DET-SITUACAO
004122         ELSE
004124             PERFORM 2190-REGISTRAR-FALHA
004126                 THRU 2190-REGISTRAR-FALHA-EXIT
004128         END-IF
004130     END-IF.
004135 2100-IMPRIMIR-PERIODO.
004140     PERFORM 3900-IMPRIMIR-DETALHE
004150         THRU 3900-IMPRIMIR-DETALHE-EXIT.
004160 2100-FECHAR-PROXIMO-EXIT.
004170     EXIT.
004171*****************************************************************
004172* 2190-REGISTRAR-FALHA                                         *
004173*     PERIODO CUJO REGISTRO NO ARQUIVO DE PERIODOS FECHADOS NAO *
004174*     PODE SER LIDO OU GRAVADO: AVISA O STATUS, CONTA A FALHA   *
004175*     (RETURN-CODE 08 NO FIM) E LISTA O PERIODO SEM DATA DE     *
004176*     FECHAMENTO NEM RESPONSAVEL.                               *
004177*****************************************************************
004178 2190-REGISTRAR-FALHA.
004179     DISPLAY 'PERCLOSE: ERRO NO ARQUIVO DE PERIODOS FECHADOS - '
004180         'PERIODO ' FCAL-ANO-FISCAL '/' FCAL-PERIODO-FISCAL
004181         ' - FS: ' WRK-FS-PERLOCK.
004182     ADD 1 TO WRK-CTR-FALHAS.
004183     MOVE 'FALHA NO FECHAMENTO' TO WRK-DET-SITUACAO.
004184     MOVE ZEROS TO PLCK-DATA-FECHAM.
004185     MOVE SPACES TO PLCK-RESPONSAVEL.
004186 2190-REGISTRAR-FALHA-EXIT.
004187     EXIT.
004188*****************************************************************
004190* 3900-IMPRIMIR-DETALHE                                        *
004200*     IMPRIME A LINHA DO PERIODO EXAMINADO COM AS DATAS DE      *
004210*     INICIO E FIM, A SITUACAO, A DATA DO FECHAMENTO E O        *
004220*     RESPONSAVEL (DO REGISTRO DE PERIODO FECHADO).             *
004230*****************************************************************
004240 3900-IMPRIMIR-DETALHE.
004250     MOVE FCAL-ANO-FISCAL     TO WRK-DET-ANO.
004260     MOVE FCAL-PERIODO-FISCAL TO WRK-DET-PERIODO.
004270     MOVE FCAL-DATA-INICIO    TO WRK-DET-INICIO.
004280     MOVE FCAL-DATA-FIM       TO WRK-DET-FIM.
004290     MOVE PLCK-DATA-FECHAM    TO WRK-DET-FECHAMENTO.
004300     MOVE PLCK-RESPONSAVEL    TO WRK-DET-RESPONSAVEL.
004310     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
004320     PERFORM 8900-GRAVAR-LINHA-PERCRPT
004330         THRU 8900-GRAVAR-LINHA-PERCRPT-EXIT.
004340 3900-IMPRIMIR-DETALHE-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 8000-IMPRIMIR-TOTAIS                                         *
004380*     IMPRIME O QUADRO DE TOTAIS DO FECHAMENTO.                 *
004390*****************************************************************
004400 8000-IMPRIMIR-TOTAIS.
004410     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004420     PERFORM 8900-GRAVAR-LINHA-PERCRPT
004430         THRU 8900-GRAVAR-LINHA-PERCRPT-EXIT.
004440     MOVE 'PERIODOS EXAMINADOS:' TO WRK-TOT-TEXTO.
004450     MOVE WRK-CTR-EXAMINADOS TO WRK-TOT-VALOR.
004460     PERFORM 8800-GRAVAR-LINHA-TOTAL
004470         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004480     MOVE 'PERIODOS FECHADOS NESTA EXECUCAO:' TO WRK-TOT-TEXTO.
004490     MOVE WRK-CTR-FECHADOS TO WRK-TOT-VALOR.
004500     PERFORM 8800-GRAVAR-LINHA-TOTAL
004510         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004520     MOVE 'PERIODOS JA FECHADOS ANTERIORMENTE:'
004530         TO WRK-TOT-TEXTO.
004540     MOVE WRK-CTR-JA-FECHADOS TO WRK-TOT-VALOR.
004550     PERFORM 8800-GRAVAR-LINHA-TOTAL
004560         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004561     MOVE 'FALHAS NO FECHAMENTO:' TO WRK-TOT-TEXTO.
004562     MOVE WRK-CTR-FALHAS TO WRK-TOT-VALOR.
004563     PERFORM 8800-GRAVAR-LINHA-TOTAL
004564         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004570 8000-IMPRIMIR-TOTAIS-EXIT.
004580     EXIT.
004590*****************************************************************
004600* 8700-IMPRIMIR-TITULO                                         *
004610*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
004620*     WRK-LINHA-TITULO.                                         *
004630*****************************************************************
004640 8700-IMPRIMIR-TITULO.
004650     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
004660     PERFORM 8900-GRAVAR-LINHA-PERCRPT
004670         THRU 8900-GRAVAR-LINHA-PERCRPT-EXIT.
004680 8700-IMPRIMIR-TITULO-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 8800-GRAVAR-LINHA-TOTAL                                      *
004720*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
004730*     WRK-LINHA-TOTAL.                                          *
004740*****************************************************************
004750 8800-GRAVAR-LINHA-TOTAL.
004760     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
004770     PERFORM 8900-GRAVAR-LINHA-PERCRPT
004780         THRU 8900-GRAVAR-LINHA-PERCRPT-EXIT.
004790 8800-GRAVAR-LINHA-TOTAL-EXIT.
004800     EXIT.
004810*****************************************************************
004820* 8850-IMPRIMIR-CABECALHO                                      *
004830*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
004840*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
004850*****************************************************************
004860 8850-IMPRIMIR-CABECALHO.
004870     ADD 1 TO WRK-NUM-PAGINA.
004880     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
004890     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
004900     WRITE PERCRPT-LINE FROM WRK-CAB-RELATORIO-1.
004910     WRITE PERCRPT-LINE FROM WRK-CAB-RELATORIO-2.
004920     WRITE PERCRPT-LINE FROM WRK-CAB-RELATORIO-3.
004930     MOVE 3 TO WRK-NUM-LINHA.
004940 8850-IMPRIMIR-CABECALHO-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 8900-GRAVAR-LINHA-PERCRPT                                    *
004980*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
004990*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
005000*****************************************************************
005010 8900-GRAVAR-LINHA-PERCRPT.
005020     IF WRK-NUM-LINHA = ZEROS OR
005030             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
005040         PERFORM 8850-IMPRIMIR-CABECALHO
005050             THRU 8850-IMPRIMIR-CABECALHO-EXIT
005060     END-IF.
005070     WRITE PERCRPT-LINE FROM WRK-LINHA-SAIDA.
005080     ADD 1 TO WRK-NUM-LINHA.
005090 8900-GRAVAR-LINHA-PERCRPT-EXIT.
005100     EXIT.
005110*****************************************************************
005120* 9000-ENCERRAR                                                *
005130*     ENCERRA OS ARQUIVOS DO FECHAMENTO.                        *
005140*****************************************************************
005150 9000-ENCERRAR.
005160     CLOSE FISCAL-CAL.
005170     CLOSE PERIOD-LOCK.
005180     CLOSE PERCRPT.
005190 9000-ENCERRAR-EXIT.
005200     EXIT.
005210*****************************************************************
005220* 9999-FIM                                                     *
005230*****************************************************************
005240 9999-FIM.
005250     STOP RUN.
