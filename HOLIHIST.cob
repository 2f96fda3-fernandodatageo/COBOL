000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HOLIHIST.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: IMPRIMIR O RELATORIO DE HISTORICO DE MUDANCAS DO
000100* CALENDARIO DE FERIADOS A PARTIR DO HISTORICO PERMANENTE
000110* (HOLIHSTF) GRAVADO PELO PROGRAMA HOLIAPRV: UMA OCORRENCIA POR
000120* MUDANCA APLICADA, NA ORDEM EM QUE FOI APLICADA, COM O
000130* CALENDARIO, A DATA DO FERIADO, A OPERACAO, O NUMERO DA
000140* PENDENCIA, AS IMAGENS ANTES/DEPOIS DA DESCRICAO, O SOLICITANTE
000150* E O APROVADOR COM OS RESPECTIVOS HORARIOS E O NUMERO DA MUDANCA
000160* EMERGENCIAL, SEGUIDA DOS TOTAIS POR OPERACAO. O CARTAO DE
000170* PARAMETROS (OPCIONAL) RESTRINGE A LISTAGEM A UM CALENDARIO (NAC,
000180* SP, RJ...) E A UMA FAIXA DE DATAS DE FERIADO (AAAAMMDD
000190* AAAAMMDD); SEM CARTAO, TODO O HISTORICO E LISTADO. E A
000200* EVIDENCIA SOLICITADA PELA AUDITORIA SOBRE QUEM SOLICITOU E QUEM
000210* APROVOU CADA MUDANCA DO CALENDARIO.
000220*
000230* HISTORICO DE ALTERACOES
000240* DATA       AUTOR   DESCRICAO
000250* ---------- ------- ------------------------------------------
000260* 15/10/2026 LFL     VERSAO ORIGINAL.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HISTORY-FILE ASSIGN TO HOLIHSTF
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WRK-FS-HIST.
000350     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-FS-PARM.
000380     SELECT HOLHSRPT ASSIGN TO HOLHSRPT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-FS-HOLHSRPT.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*****************************************************************
000440* HISTORY-FILE - HISTORICO PERMANENTE DE MUDANCAS DO CALENDARIO *
000450*     DE FERIADOS GRAVADO PELO PROGRAMA HOLIAPRV (LAYOUT NO     *
000460*     COPYBOOK HOLHISTC).                                       *
000470*****************************************************************
000480 FD  HISTORY-FILE
000490     LABEL RECORD IS STANDARD.
000500     COPY HOLHISTC.
000510*****************************************************************
000520* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) OPCIONAL, *
000530*     COM O CALENDARIO (EM BRANCO, TODOS) E A FAIXA DE DATAS DE *
000540*     FERIADO A LISTAR (INICIO E FIM AAAAMMDD, INCLUSIVE).      *
000550*****************************************************************
000560 FD  PARM-CARD
000570     LABEL RECORD IS OMITTED.
000580 01  PARM-CARD-REG.
000590     02  PARM-ID-CALENDARIO  PIC X(03).
000600     02  FILLER              PIC X(01).
000610     02  PARM-DATA-INICIO    PIC X(08).
000620     02  PARM-DATA-INICIO-N REDEFINES PARM-DATA-INICIO
000630                             PIC 9(08).
000640     02  FILLER              PIC X(01).
000650     02  PARM-DATA-FIM       PIC X(08).
000660     02  PARM-DATA-FIM-N REDEFINES PARM-DATA-FIM
000670                             PIC 9(08).
000680     02  FILLER              PIC X(59).
000690*****************************************************************
000700* HOLHSRPT - RELATORIO DE HISTORICO DE MUDANCAS DO CALENDARIO   *
000710*     DE FERIADOS.                                              *
000720*****************************************************************
000730 FD  HOLHSRPT
000740     LABEL RECORD IS OMITTED
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  HOLHSRPT-LINE               PIC X(132).
000770 WORKING-STORAGE SECTION.
000780*****************************************************************
000790* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
000800*****************************************************************
000810     COPY DATECOPY.
000820*****************************************************************
000830* STATUS DOS ARQUIVOS
000840*****************************************************************
000850 77  WRK-FS-HIST             PIC X(02) VALUE '00'.
000860     88  FS-HIST-OK                  VALUE '00'.
000870     88  FS-HIST-FIM                 VALUE '10'.
000880     88  FS-HIST-ARQ-INEXISTENTE     VALUE '35'.
000890 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
000900     88  FS-PARM-OK                  VALUE '00'.
000910     88  FS-PARM-FIM                 VALUE '10'.
000920     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
000930 77  WRK-FS-HOLHSRPT         PIC X(02) VALUE '00'.
000940     88  FS-HOLHSRPT-OK              VALUE '00'.
000950*****************************************************************
000960* INDICADORES DE PROCESSAMENTO
000970*****************************************************************
000980 01  WRK-SWITCHES.
000990     02  WRK-SW-FIM-HIST     PIC X(01) VALUE 'N'.
001000         88  FIM-HISTORICO           VALUE 'S'.
001010     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
001020         88  PARAMETRO-VALIDO        VALUE 'S'.
001030         88  PARAMETRO-INVALIDO      VALUE 'N'.
001040*****************************************************************
001050* CALENDARIO E FAIXA DE DATAS DE FERIADO A LISTAR. SEM CARTAO   *
001060* DE PARAMETROS A LISTAGEM ABRANGE TODO O HISTORICO.            *
001070*****************************************************************
001080 77  WRK-ID-CALENDARIO       PIC X(03) VALUE SPACES.
001090 77  WRK-DATA-INICIO         PIC 9(08) VALUE ZEROS.
001100 77  WRK-DATA-FIM            PIC 9(08) VALUE 99999999.
001110*****************************************************************
001120* CONTADORES DO RELATORIO
001130*****************************************************************
001140 77  WRK-CTR-LIDOS           PIC 9(07) COMP VALUE ZEROS.
001150 77  WRK-CTR-LISTADOS        PIC 9(07) COMP VALUE ZEROS.
001160 77  WRK-CTR-INCLUSOES       PIC 9(07) COMP VALUE ZEROS.
001170 77  WRK-CTR-ALTERACOES      PIC 9(07) COMP VALUE ZEROS.
001180 77  WRK-CTR-EXCLUSOES       PIC 9(07) COMP VALUE ZEROS.
001190*****************************************************************
001200* DESMEMBRAMENTO DA HORA (HHMMSSCC) PARA EDICAO
001210*****************************************************************
001220 01  WRK-HORA-EXEC.
001230     02  WRK-HE-HORA         PIC 9(02).
001240     02  WRK-HE-MINUTO       PIC 9(02).
001250     02  WRK-HE-SEGUNDO      PIC 9(02).
001260     02  WRK-HE-CENTESIMO    PIC 9(02).
001270 77  WRK-HORA-EDITADA        PIC X(08) VALUE SPACES.
001280*****************************************************************
001290* AREA DE TRABALHO DO RELATORIO HOLHSRPT
001300*****************************************************************
001310 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
001320 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
001330 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
001340 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
001350 01  WRK-LINHA-SAIDA         PIC X(132).
001360 01  WRK-CAB-RELATORIO-1.
001370     02  FILLER              PIC X(01) VALUE SPACES.
001380     02  FILLER              PIC X(33)
001390         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
001400     02  FILLER              PIC X(78) VALUE SPACES.
001410     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
001420     02  WRK-CAB-PAGINA      PIC ZZZ9.
001430     02  FILLER              PIC X(08) VALUE SPACES.
001440 01  WRK-CAB-RELATORIO-2.
001450     02  FILLER              PIC X(01) VALUE SPACES.
001460     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
001470     02  FILLER              PIC X(20) VALUE 'HOLIHIST'.
001480     02  FILLER              PIC X(20) VALUE SPACES.
001490     02  FILLER              PIC X(20)
001500         VALUE 'DATA PROCESSAMENTO: '.
001510     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
001520     02  FILLER              PIC X(51) VALUE SPACES.
001530 01  WRK-CAB-RELATORIO-3.
001540     02  FILLER              PIC X(01) VALUE SPACES.
001550     02  FILLER              PIC X(131) VALUE ALL '-'.
001560 01  WRK-LINHA-TITULO.
001570     02  FILLER              PIC X(01) VALUE SPACES.
001580     02  WRK-TIT-TEXTO       PIC X(60).
001590     02  FILLER              PIC X(71) VALUE SPACES.
001600 01  WRK-LINHA-FILTRO.
001610     02  FILLER              PIC X(01) VALUE SPACES.
001620     02  FILLER              PIC X(12) VALUE 'CALENDARIO: '.
001630     02  WRK-FIL-CALENDARIO  PIC X(05).
001640     02  FILLER              PIC X(02) VALUE SPACES.
001650     02  FILLER              PIC X(18)
001660         VALUE 'DATAS DE FERIADO: '.
001670     02  WRK-FIL-INICIO      PIC 9999/99/99.
001680     02  FILLER              PIC X(03) VALUE ' A '.
001690     02  WRK-FIL-FIM         PIC 9999/99/99.
001700     02  FILLER              PIC X(71) VALUE SPACES.
001710 01  WRK-LINHA-DETALHE.
001720     02  FILLER              PIC X(01) VALUE SPACES.
001730     02  WRK-DET-CALENDARIO  PIC X(03).
001740     02  FILLER              PIC X(02) VALUE SPACES.
001750     02  WRK-DET-DATA        PIC 9999/99/99.
001760     02  FILLER              PIC X(02) VALUE SPACES.
001770     02  WRK-DET-OPERACAO    PIC X(03).
001780     02  FILLER              PIC X(02) VALUE SPACES.
001790     02  WRK-DET-PENDENCIA   PIC 9(06).
001800     02  FILLER              PIC X(02) VALUE SPACES.
001810     02  FILLER              PIC X(07) VALUE 'ANTES: '.
001820     02  WRK-DET-ANTES       PIC X(40).
001830     02  FILLER              PIC X(02) VALUE SPACES.
001840     02  FILLER              PIC X(08) VALUE 'DEPOIS: '.
001850     02  WRK-DET-DEPOIS      PIC X(40).
001860     02  FILLER              PIC X(04) VALUE SPACES.
001870 01  WRK-LINHA-CARIMBO.
001880     02  FILLER              PIC X(14) VALUE SPACES.
001890     02  FILLER              PIC X(13) VALUE 'SOLICITANTE: '.
001900     02  WRK-CAR-SOLICITANTE PIC X(08).
001910     02  FILLER              PIC X(04) VALUE ' EM '.
001920     02  WRK-CAR-DATA-SOLIC  PIC 9999/99/99.
001930     02  FILLER              PIC X(01) VALUE SPACES.
001940     02  WRK-CAR-HORA-SOLIC  PIC X(08).
001950     02  FILLER              PIC X(02) VALUE SPACES.
001960     02  FILLER              PIC X(11) VALUE 'APROVADOR: '.
001970     02  WRK-CAR-APROVADOR   PIC X(08).
001980     02  FILLER              PIC X(04) VALUE ' EM '.
001990     02  WRK-CAR-DATA-APLIC  PIC 9999/99/99.
002000     02  FILLER              PIC X(01) VALUE SPACES.
002010     02  WRK-CAR-HORA-APLIC  PIC X(08).
002020     02  FILLER              PIC X(02) VALUE SPACES.
002030     02  FILLER              PIC X(07) VALUE 'EMERG: '.
002040     02  WRK-CAR-EMERGENCIA  PIC X(10).
002050     02  FILLER              PIC X(11) VALUE SPACES.
002060 01  WRK-LINHA-TOTAL.
002070     02  FILLER              PIC X(01) VALUE SPACES.
002080     02  WRK-TOT-TEXTO       PIC X(45).
002090     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002100     02  FILLER              PIC X(79) VALUE SPACES.
002110 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140* 0000-MAINLINE                                                *
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR
002180         THRU 1000-INICIALIZAR-EXIT.
002190     IF FS-HIST-ARQ-INEXISTENTE OR PARAMETRO-INVALIDO
002200         MOVE 08 TO RETURN-CODE
002210         GO TO 9999-FIM
002220     END-IF.
002230     PERFORM 2000-PROCESSAR-MUDANCA
002240         THRU 2000-PROCESSAR-MUDANCA-EXIT
002250         UNTIL FIM-HISTORICO.
002260     PERFORM 8000-IMPRIMIR-TOTAIS
002270         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
002280     PERFORM 9000-ENCERRAR
002290         THRU 9000-ENCERRAR-EXIT.
002300     GO TO 9999-FIM.
002310 0000-MAINLINE-EXIT.
002320     EXIT.
002330*****************************************************************
002340* 1000-INICIALIZAR                                             *
002350*     OBTEM O CALENDARIO E A FAIXA DE DATAS DO CARTAO DE        *
002360*     PARAMETROS (QUANDO HOUVER), ABRE O HISTORICO E O          *
002370*     RELATORIO, IMPRIME O TITULO E O FILTRO E FAZ A LEITURA    *
002380*     INICIAL DO HISTORICO.                                     *
002390*****************************************************************
002400 1000-INICIALIZAR.
002410     ACCEPT DATASYS FROM DATE YYYYMMDD.
002420     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
002430         + (MESSYS * 100) + DIASYS.
002440     PERFORM 0500-OBTER-PARAMETROS
002450         THRU 0500-OBTER-PARAMETROS-EXIT.
002460     IF PARAMETRO-INVALIDO
002470         GO TO 1000-INICIALIZAR-EXIT
002480     END-IF.
002490     OPEN INPUT HISTORY-FILE.
002500     IF FS-HIST-ARQ-INEXISTENTE
002510         DISPLAY 'HOLIHIST: HISTORICO DE MUDANCAS DO CALENDARIO '
002520             '(HOLIHSTF) INDISPONIVEL - RELATORIO NAO GERADO'
002530         GO TO 1000-INICIALIZAR-EXIT
002540     END-IF.
002550     OPEN OUTPUT HOLHSRPT.
002560     MOVE 'HISTORICO DE MUDANCAS DO CALENDARIO DE FERIADOS'
002570         TO WRK-TIT-TEXTO.
002580     PERFORM 8700-IMPRIMIR-TITULO
002590         THRU 8700-IMPRIMIR-TITULO-EXIT.
002600     IF WRK-ID-CALENDARIO = SPACES
002610         MOVE 'TODOS' TO WRK-FIL-CALENDARIO
002620     ELSE
002630         MOVE WRK-ID-CALENDARIO TO WRK-FIL-CALENDARIO
002640     END-IF.
002650     MOVE WRK-DATA-INICIO TO WRK-FIL-INICIO.
002660     MOVE WRK-DATA-FIM    TO WRK-FIL-FIM.
002670     MOVE WRK-LINHA-FILTRO TO WRK-LINHA-SAIDA.
002680     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
002690         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
002700     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
002710     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
002720         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
002730     PERFORM 2900-LER-HISTORICO
002740         THRU 2900-LER-HISTORICO-EXIT.
002750 1000-INICIALIZAR-EXIT.
002760     EXIT.
002770*****************************************************************
002780* 0500-OBTER-PARAMETROS                                        *
002790*     LE O CARTAO DE PARAMETROS OPCIONAL COM O CALENDARIO E A   *
002800*     FAIXA DE DATAS DE FERIADO. SEM CARTAO (OU CARTAO EM       *
002810*     BRANCO) TODO O HISTORICO E LISTADO; DATAS NAO NUMERICAS   *
002820*     OU FAIXA INVERTIDA INVALIDAM A EXECUCAO.                  *
002830*****************************************************************
002840 0500-OBTER-PARAMETROS.
002850     OPEN INPUT PARM-CARD.
002860     IF NOT FS-PARM-OK
002870         GO TO 0500-OBTER-PARAMETROS-EXIT
002880     END-IF.
002890     READ PARM-CARD
002900         AT END
002910             CONTINUE
002920     END-READ.
002930     IF NOT FS-PARM-OK
002940         CLOSE PARM-CARD
002950         GO TO 0500-OBTER-PARAMETROS-EXIT
002960     END-IF.
002970     CLOSE PARM-CARD.
002980     MOVE PARM-ID-CALENDARIO TO WRK-ID-CALENDARIO.
002990     IF PARM-DATA-INICIO NOT = SPACES
003000         IF PARM-DATA-INICIO-N NOT NUMERIC
003010             DISPLAY 'HOLIHIST: DATA INICIAL NAO NUMERICA: '
003020                 PARM-DATA-INICIO
003030             SET PARAMETRO-INVALIDO TO TRUE
003040             GO TO 0500-OBTER-PARAMETROS-EXIT
003050         END-IF
003060         MOVE PARM-DATA-INICIO-N TO WRK-DATA-INICIO
003070     END-IF.
003080     IF PARM-DATA-FIM NOT = SPACES
003090         IF PARM-DATA-FIM-N NOT NUMERIC
003100             DISPLAY 'HOLIHIST: DATA FINAL NAO NUMERICA: '
003110                 PARM-DATA-FIM
003120             SET PARAMETRO-INVALIDO TO TRUE
003130             GO TO 0500-OBTER-PARAMETROS-EXIT
003140         END-IF
003150         MOVE PARM-DATA-FIM-N TO WRK-DATA-FIM
003160     END-IF.
003170     IF WRK-DATA-INICIO > WRK-DATA-FIM
003180         DISPLAY 'HOLIHIST: FAIXA DE DATAS INVERTIDA: '
003190             WRK-DATA-INICIO ' A ' WRK-DATA-FIM
003200         SET PARAMETRO-INVALIDO TO TRUE
003210     END-IF.
003220 0500-OBTER-PARAMETROS-EXIT.
003230     EXIT.
003240*****************************************************************
003250* 2000-PROCESSAR-MUDANCA                                       *
003260*     IMPRIME AS LINHAS DA MUDANCA CORRENTE QUANDO O CALENDARIO *
003270*     E A DATA DO FERIADO ATENDEREM AO FILTRO PEDIDO E ACUMULA  *
003280*     OS TOTAIS POR OPERACAO.                                   *
003290*****************************************************************
003300 2000-PROCESSAR-MUDANCA.
003310     ADD 1 TO WRK-CTR-LIDOS.
003320     IF WRK-ID-CALENDARIO NOT = SPACES
003330             AND HIST-ID-CALENDARIO NOT = WRK-ID-CALENDARIO
003340         GO TO 2000-LER-PROXIMO
003350     END-IF.
003360     IF HIST-CHAVE-DATA < WRK-DATA-INICIO
003370             OR HIST-CHAVE-DATA > WRK-DATA-FIM
003380         GO TO 2000-LER-PROXIMO
003390     END-IF.
003400     ADD 1 TO WRK-CTR-LISTADOS.
003410     MOVE HIST-ID-CALENDARIO  TO WRK-DET-CALENDARIO.
003420     MOVE HIST-CHAVE-DATA     TO WRK-DET-DATA.
003430     MOVE HIST-OPERACAO       TO WRK-DET-OPERACAO.
003440     MOVE HIST-NUM-PENDENCIA  TO WRK-DET-PENDENCIA.
003450     IF HIST-ANT-CADASTRADO
003460         MOVE HIST-ANT-DESCRICAO TO WRK-DET-ANTES
003470     ELSE
003480         MOVE '(NAO CADASTRADO)' TO WRK-DET-ANTES
003490     END-IF.
003500     IF HIST-DEP-CADASTRADO
003510         MOVE HIST-DEP-DESCRICAO TO WRK-DET-DEPOIS
003520     ELSE
003530         MOVE '(NAO CADASTRADO)' TO WRK-DET-DEPOIS
003540     END-IF.
003550     EVALUATE TRUE
003560         WHEN HIST-INCLUSAO
003570             ADD 1 TO WRK-CTR-INCLUSOES
003580         WHEN HIST-ALTERACAO
003590             ADD 1 TO WRK-CTR-ALTERACOES
003600         WHEN OTHER
003610             ADD 1 TO WRK-CTR-EXCLUSOES
003620     END-EVALUATE.
003630     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
003640     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
003650         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
003660     MOVE HIST-ID-SOLICITANTE TO WRK-CAR-SOLICITANTE.
003670     MOVE HIST-DATA-SOLIC     TO WRK-CAR-DATA-SOLIC.
003680     MOVE HIST-HORA-SOLIC     TO WRK-HORA-EXEC.
003690     PERFORM 2500-EDITAR-HORA
003700         THRU 2500-EDITAR-HORA-EXIT.
003710     MOVE WRK-HORA-EDITADA    TO WRK-CAR-HORA-SOLIC.
003720     MOVE HIST-ID-APROVADOR   TO WRK-CAR-APROVADOR.
003730     MOVE HIST-DATA-APLIC     TO WRK-CAR-DATA-APLIC.
003740     MOVE HIST-HORA-APLIC     TO WRK-HORA-EXEC.
003750     PERFORM 2500-EDITAR-HORA
003760         THRU 2500-EDITAR-HORA-EXIT.
003770     MOVE WRK-HORA-EDITADA    TO WRK-CAR-HORA-APLIC.
003780     MOVE HIST-NUM-EMERGENCIA TO WRK-CAR-EMERGENCIA.
003790     MOVE WRK-LINHA-CARIMBO TO WRK-LINHA-SAIDA.
003800     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
003810         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
003820 2000-LER-PROXIMO.
003830     PERFORM 2900-LER-HISTORICO
003840         THRU 2900-LER-HISTORICO-EXIT.
003850 2000-PROCESSAR-MUDANCA-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 2500-EDITAR-HORA                                             *
003890*     EDITA A HORA DESMEMBRADA EM WRK-HORA-EXEC NO FORMATO      *
003900*     HH:MM:SS EM WRK-HORA-EDITADA.                             *
003910*****************************************************************
003920 2500-EDITAR-HORA.
003930     MOVE SPACES TO WRK-HORA-EDITADA.
003940     STRING WRK-HE-HORA    DELIMITED BY SIZE
003950            ':'            DELIMITED BY SIZE
003960            WRK-HE-MINUTO  DELIMITED BY SIZE
003970            ':'            DELIMITED BY SIZE
003980            WRK-HE-SEGUNDO DELIMITED BY SIZE
003990         INTO WRK-HORA-EDITADA.
004000 2500-EDITAR-HORA-EXIT.
004010     EXIT.
004020*****************************************************************
004030* 2900-LER-HISTORICO                                           *
004040*     LE A PROXIMA MUDANCA DO HISTORICO, LIGANDO O INDICADOR DE *
004050*     FIM QUANDO NAO HOUVER MAIS DADOS.                         *
004060*****************************************************************
004070 2900-LER-HISTORICO.
004080     READ HISTORY-FILE
004090         AT END
004100             SET FIM-HISTORICO TO TRUE
004110     END-READ.
004120 2900-LER-HISTORICO-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 8000-IMPRIMIR-TOTAIS                                         *
004160*     IMPRIME O QUADRO DE TOTAIS POR OPERACAO.                  *
004170*****************************************************************
004180 8000-IMPRIMIR-TOTAIS.
004190     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004200     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
004210         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
004220     MOVE 'MUDANCAS LIDAS NO HISTORICO:' TO WRK-TOT-TEXTO.
004230     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
004240     PERFORM 8800-GRAVAR-LINHA-TOTAL
004250         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004260     MOVE 'MUDANCAS NO FILTRO PEDIDO:' TO WRK-TOT-TEXTO.
004270     MOVE WRK-CTR-LISTADOS TO WRK-TOT-VALOR.
004280     PERFORM 8800-GRAVAR-LINHA-TOTAL
004290         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004300     MOVE 'INCLUSOES DE FERIADO:' TO WRK-TOT-TEXTO.
004310     MOVE WRK-CTR-INCLUSOES TO WRK-TOT-VALOR.
004320     PERFORM 8800-GRAVAR-LINHA-TOTAL
004330         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004340     MOVE 'ALTERACOES DE FERIADO:' TO WRK-TOT-TEXTO.
004350     MOVE WRK-CTR-ALTERACOES TO WRK-TOT-VALOR.
004360     PERFORM 8800-GRAVAR-LINHA-TOTAL
004370         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004380     MOVE 'EXCLUSOES DE FERIADO:' TO WRK-TOT-TEXTO.
004390     MOVE WRK-CTR-EXCLUSOES TO WRK-TOT-VALOR.
004400     PERFORM 8800-GRAVAR-LINHA-TOTAL
004410         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
004420 8000-IMPRIMIR-TOTAIS-EXIT.
004430     EXIT.
004440*****************************************************************
004450* 8700-IMPRIMIR-TITULO                                         *
004460*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
004470*     WRK-LINHA-TITULO.                                         *
004480*****************************************************************
004490 8700-IMPRIMIR-TITULO.
004500     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
004510     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
004520         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
004530 8700-IMPRIMIR-TITULO-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 8800-GRAVAR-LINHA-TOTAL                                      *
004570*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
004580*     WRK-LINHA-TOTAL.                                          *
004590*****************************************************************
004600 8800-GRAVAR-LINHA-TOTAL.
004610     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
004620     PERFORM 8900-GRAVAR-LINHA-HOLHSRPT
004630         THRU 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
004640 8800-GRAVAR-LINHA-TOTAL-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 8850-IMPRIMIR-CABECALHO                                      *
004680*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
004690*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
004700*****************************************************************
004710 8850-IMPRIMIR-CABECALHO.
004720     ADD 1 TO WRK-NUM-PAGINA.
004730     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
004740     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
004750     WRITE HOLHSRPT-LINE FROM WRK-CAB-RELATORIO-1.
004760     WRITE HOLHSRPT-LINE FROM WRK-CAB-RELATORIO-2.
004770     WRITE HOLHSRPT-LINE FROM WRK-CAB-RELATORIO-3.
004780     MOVE 3 TO WRK-NUM-LINHA.
004790 8850-IMPRIMIR-CABECALHO-EXIT.
004800     EXIT.
004810*****************************************************************
004820* 8900-GRAVAR-LINHA-HOLHSRPT                                   *
004830*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
004840*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
004850*****************************************************************
004860 8900-GRAVAR-LINHA-HOLHSRPT.
004870     IF WRK-NUM-LINHA = ZEROS OR
004880             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
004890         PERFORM 8850-IMPRIMIR-CABECALHO
004900             THRU 8850-IMPRIMIR-CABECALHO-EXIT
004910     END-IF.
004920     WRITE HOLHSRPT-LINE FROM WRK-LINHA-SAIDA.
004930     ADD 1 TO WRK-NUM-LINHA.
004940 8900-GRAVAR-LINHA-HOLHSRPT-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 9000-ENCERRAR                                                *
004980*     ENCERRA O HISTORICO E O RELATORIO.                        *
004990*****************************************************************
005000 9000-ENCERRAR.
005010     CLOSE HISTORY-FILE.
005020     CLOSE HOLHSRPT.
005030 9000-ENCERRAR-EXIT.
005040     EXIT.
005050*****************************************************************
005060* 9999-FIM                                                     *
005070*****************************************************************
005080 9999-FIM.
005090     STOP RUN.
