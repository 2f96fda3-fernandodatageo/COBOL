000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REPRHIST.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: IMPRIMIR O RELATORIO DE REPROCESSAMENTOS A PARTIR DO
000100* REGISTRO DE DECISOES (REPROC-LOG) GRAVADO PELO PROGRAMA
000110* DATA-REDEFINIDA: UMA LINHA POR EXECUCAO COM DATA DE
000120* REPROCESSAMENTO NO CARTAO, COM O CICLO, A DATA REPROCESSADA, O
000130* PERIODO FISCAL DA DATA, A SITUACAO (PERIODO ABERTO, AUTORIZADA
000140* POR TICKET EM PERIODO FECHADO OU RECUSADA), O TICKET, O
000150* APROVADOR E O MOTIVO, SEGUIDA DOS TOTAIS POR SITUACAO. O
000160* CARTAO DE PARAMETROS (OPCIONAL) RESTRINGE A LISTAGEM A UMA
000170* FAIXA DE DATAS DE EXECUCAO (AAAAMMDD AAAAMMDD); SEM CARTAO,
000180* TODO O REGISTRO E LISTADO. E A EVIDENCIA SOLICITADA PELA
000190* AUDITORIA SOBRE REPROCESSAMENTOS EM PERIODOS FECHADOS.
000200*
000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* ---------- ------- ------------------------------------------
000240* 15/10/2026 LFL     VERSAO ORIGINAL.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REPROC-LOG ASSIGN TO REPRLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WRK-FS-REPRLOG.
000330     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WRK-FS-PARM.
000360     SELECT REPRRPT ASSIGN TO REPRRPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-FS-REPRRPT.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*****************************************************************
000420* REPROC-LOG - REGISTRO DAS DECISOES SOBRE DATAS DE             *
000430*     REPROCESSAMENTO GRAVADO PELO PROGRAMA DATA-REDEFINIDA     *
000440*     (MESMO LAYOUT DE LA).                                     *
000450*****************************************************************
000460 FD  REPROC-LOG
000470     LABEL RECORD IS STANDARD.
000480 01  REPROC-LOG-RECORD.
000490     02  RLOG-DATA-EXECUCAO  PIC 9(08).
000500     02  RLOG-HORA-EXECUCAO  PIC 9(08).
000510     02  RLOG-ID-CICLO       PIC X(08).
000520     02  RLOG-DATA-REPROC    PIC 9(08).
000530     02  RLOG-ANO-FISCAL     PIC 9(04).
000540     02  RLOG-PERIODO-FISCAL PIC 9(02).
000550     02  RLOG-SITUACAO       PIC X(01).
000560         88  RLOG-PERIODO-ABERTO     VALUE 'L'.
000570         88  RLOG-AUTORIZADA         VALUE 'A'.
000580         88  RLOG-RECUSADA           VALUE 'R'.
000590     02  RLOG-NUM-TICKET     PIC X(10).
000600     02  RLOG-APROVADOR      PIC X(08).
000610     02  RLOG-MOTIVO         PIC X(40).
000620*****************************************************************
000630* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) OPCIONAL, *
000640*     COM A FAIXA DE DATAS DE EXECUCAO A LISTAR (INICIO E FIM   *
000650*     AAAAMMDD, INCLUSIVE).                                     *
000660*****************************************************************
000670 FD  PARM-CARD
000680     LABEL RECORD IS OMITTED.
000690 01  PARM-CARD-REG.
000700     02  PARM-DATA-INICIO    PIC X(08).
000710     02  PARM-DATA-INICIO-N REDEFINES PARM-DATA-INICIO
000720                             PIC 9(08).
000730     02  FILLER              PIC X(01).
000740     02  PARM-DATA-FIM       PIC X(08).
000750     02  PARM-DATA-FIM-N REDEFINES PARM-DATA-FIM
000760                             PIC 9(08).
000770     02  FILLER              PIC X(63).
000780*****************************************************************
000790* REPRRPT - RELATORIO DE REPROCESSAMENTOS AUTORIZADOS E         *
000800*     RECUSADOS.                                                *
000810*****************************************************************
000820 FD  REPRRPT
000830     LABEL RECORD IS OMITTED
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  REPRRPT-LINE                PIC X(132).
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
000890*****************************************************************
000900     COPY DATECOPY.
000910*****************************************************************
000920* STATUS DOS ARQUIVOS
000930*****************************************************************
000940 77  WRK-FS-REPRLOG          PIC X(02) VALUE '00'.
000950     88  FS-REPRLOG-OK               VALUE '00'.
000960     88  FS-REPRLOG-FIM              VALUE '10'.
000970     88  FS-REPRLOG-ARQ-INEXISTENTE  VALUE '35'.
000980 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
000990     88  FS-PARM-OK                  VALUE '00'.
001000     88  FS-PARM-FIM                 VALUE '10'.
001010     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001020 77  WRK-FS-REPRRPT          PIC X(02) VALUE '00'.
001030     88  FS-REPRRPT-OK               VALUE '00'.
001040*****************************************************************
001050* INDICADORES DE PROCESSAMENTO
001060*****************************************************************
001070 01  WRK-SWITCHES.
001080     02  WRK-SW-FIM-REPRLOG  PIC X(01) VALUE 'N'.
001090         88  FIM-REGISTRO            VALUE 'S'.
001100     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
001110         88  PARAMETRO-VALIDO        VALUE 'S'.
001120         88  PARAMETRO-INVALIDO      VALUE 'N'.
001130*****************************************************************
001140* FAIXA DE DATAS DE EXECUCAO A LISTAR. SEM CARTAO DE PARAMETROS *
001150* A FAIXA ABRANGE TODO O REGISTRO.                              *
001160*****************************************************************
001170 77  WRK-DATA-INICIO         PIC 9(08) VALUE ZEROS.
001180 77  WRK-DATA-FIM            PIC 9(08) VALUE 99999999.
001190*****************************************************************
001200* CONTADORES DO RELATORIO
001210*****************************************************************
001220 77  WRK-CTR-LIDOS           PIC 9(07) COMP VALUE ZEROS.
001230 77  WRK-CTR-LISTADOS        PIC 9(07) COMP VALUE ZEROS.
001240 77  WRK-CTR-ABERTOS         PIC 9(07) COMP VALUE ZEROS.
001250 77  WRK-CTR-AUTORIZADOS     PIC 9(07) COMP VALUE ZEROS.
001260 77  WRK-CTR-RECUSADOS       PIC 9(07) COMP VALUE ZEROS.
001270*****************************************************************
001280* DESMEMBRAMENTO DA HORA DE EXECUCAO (HHMMSSCC) PARA EDICAO
001290*****************************************************************
001300 01  WRK-HORA-EXEC.
001310     02  WRK-HE-HORA         PIC 9(02).
001320     02  WRK-HE-MINUTO       PIC 9(02).
001330     02  WRK-HE-SEGUNDO      PIC 9(02).
001340     02  WRK-HE-CENTESIMO    PIC 9(02).
001350*****************************************************************
001360* AREA DE TRABALHO DO RELATORIO REPRRPT
001370*****************************************************************
001380 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
001390 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
001400 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
001410 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
001420 01  WRK-LINHA-SAIDA         PIC X(132).
001430 01  WRK-CAB-RELATORIO-1.
001440     02  FILLER              PIC X(01) VALUE SPACES.
001450     02  FILLER              PIC X(33)
001460         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
001470     02  FILLER              PIC X(78) VALUE SPACES.
001480     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
001490     02  WRK-CAB-PAGINA      PIC ZZZ9.
001500     02  FILLER              PIC X(08) VALUE SPACES.
001510 01  WRK-CAB-RELATORIO-2.
001520     02  FILLER              PIC X(01) VALUE SPACES.
001530     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
001540     02  FILLER              PIC X(20) VALUE 'REPRHIST'.
001550     02  FILLER              PIC X(20) VALUE SPACES.
001560     02  FILLER              PIC X(20)
001570         VALUE 'DATA PROCESSAMENTO: '.
001580     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
001590     02  FILLER              PIC X(51) VALUE SPACES.
001600 01  WRK-CAB-RELATORIO-3.
001610     02  FILLER              PIC X(01) VALUE SPACES.
001620     02  FILLER              PIC X(131) VALUE ALL '-'.
001630 01  WRK-LINHA-TITULO.
001640     02  FILLER              PIC X(01) VALUE SPACES.
001650     02  WRK-TIT-TEXTO       PIC X(60).
001660     02  FILLER              PIC X(71) VALUE SPACES.
001670 01  WRK-LINHA-DETALHE.
001680     02  FILLER              PIC X(01) VALUE SPACES.
001690     02  WRK-DET-DATA-EXEC   PIC 9999/99/99.
001700     02  FILLER              PIC X(01) VALUE SPACES.
001710     02  WRK-DET-HORA        PIC X(08).
001720     02  FILLER              PIC X(02) VALUE SPACES.
001730     02  WRK-DET-CICLO       PIC X(08).
001740     02  FILLER              PIC X(02) VALUE SPACES.
001750     02  WRK-DET-DATA-REPROC PIC 9999/99/99.
001760     02  FILLER              PIC X(02) VALUE SPACES.
001770     02  WRK-DET-ANO         PIC 9(04).
001780     02  FILLER              PIC X(01) VALUE '/'.
001790     02  WRK-DET-PERIODO     PIC 9(02).
001800     02  FILLER              PIC X(02) VALUE SPACES.
001810     02  WRK-DET-SITUACAO    PIC X(14).
001820     02  FILLER              PIC X(02) VALUE SPACES.
001830     02  WRK-DET-TICKET      PIC X(10).
001840     02  FILLER              PIC X(02) VALUE SPACES.
001850     02  WRK-DET-APROVADOR   PIC X(08).
001860     02  FILLER              PIC X(02) VALUE SPACES.
001870     02  WRK-DET-MOTIVO      PIC X(40).
001880     02  FILLER              PIC X(01) VALUE SPACES.
001890 01  WRK-LINHA-TOTAL.
001900     02  FILLER              PIC X(01) VALUE SPACES.
001910     02  WRK-TOT-TEXTO       PIC X(45).
001920     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
001930     02  FILLER              PIC X(79) VALUE SPACES.
001940 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
001950 PROCEDURE DIVISION.
001960*****************************************************************
001970* 0000-MAINLINE                                                *
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR
002010         THRU 1000-INICIALIZAR-EXIT.
002020     IF FS-REPRLOG-ARQ-INEXISTENTE OR PARAMETRO-INVALIDO
002030         MOVE 08 TO RETURN-CODE
002040         GO TO 9999-FIM
002050     END-IF.
002060     PERFORM 2000-PROCESSAR-DECISAO
002070         THRU 2000-PROCESSAR-DECISAO-EXIT
002080         UNTIL FIM-REGISTRO.
002090     PERFORM 8000-IMPRIMIR-TOTAIS
002100         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
002110     PERFORM 9000-ENCERRAR
002120         THRU 9000-ENCERRAR-EXIT.
002130     GO TO 9999-FIM.
002140 0000-MAINLINE-EXIT.
002150     EXIT.
002160*****************************************************************
002170* 1000-INICIALIZAR                                             *
002180*     OBTEM A FAIXA DE DATAS DO CARTAO DE PARAMETROS (QUANDO    *
002190*     HOUVER), ABRE O REGISTRO DE DECISOES E O RELATORIO,       *
002200*     IMPRIME O TITULO E FAZ A LEITURA INICIAL DO REGISTRO.     *
002210*****************************************************************
002220 1000-INICIALIZAR.
002230     ACCEPT DATASYS FROM DATE YYYYMMDD.
002240     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
002250         + (MESSYS * 100) + DIASYS.
002260     PERFORM 0500-OBTER-PARAMETROS
002270         THRU 0500-OBTER-PARAMETROS-EXIT.
002280     IF PARAMETRO-INVALIDO
002290         GO TO 1000-INICIALIZAR-EXIT
002300     END-IF.
002310     OPEN INPUT REPROC-LOG.
002320     IF FS-REPRLOG-ARQ-INEXISTENTE
002330         DISPLAY 'REPRHIST: REGISTRO DE REPROCESSAMENTOS '
002340             '(REPRLOG) INDISPONIVEL - RELATORIO NAO GERADO'
002350         GO TO 1000-INICIALIZAR-EXIT
002360     END-IF.
002370     OPEN OUTPUT REPRRPT.
002380     MOVE 'REPROCESSAMENTOS AUTORIZADOS E RECUSADOS'
002390         TO WRK-TIT-TEXTO.
002400     PERFORM 8700-IMPRIMIR-TITULO
002410         THRU 8700-IMPRIMIR-TITULO-EXIT.
002420     PERFORM 2900-LER-REGISTRO
002430         THRU 2900-LER-REGISTRO-EXIT.
002440 1000-INICIALIZAR-EXIT.
002450     EXIT.
002460*****************************************************************
002470* 0500-OBTER-PARAMETROS                                        *
002480*     LE O CARTAO DE PARAMETROS OPCIONAL COM A FAIXA DE DATAS   *
002490*     DE EXECUCAO. SEM CARTAO (OU CARTAO EM BRANCO) TODO O      *
002500*     REGISTRO E LISTADO; DATAS NAO NUMERICAS OU FAIXA          *
002510*     INVERTIDA INVALIDAM A EXECUCAO.                           *
002520*****************************************************************
002530 0500-OBTER-PARAMETROS.
002540     OPEN INPUT PARM-CARD.
002550     IF NOT FS-PARM-OK
002560         GO TO 0500-OBTER-PARAMETROS-EXIT
002570     END-IF.
002580     READ PARM-CARD
002590         AT END
002600             CONTINUE
002610     END-READ.
002620     IF NOT FS-PARM-OK
002630         CLOSE PARM-CARD
002640         GO TO 0500-OBTER-PARAMETROS-EXIT
002650     END-IF.
002660     CLOSE PARM-CARD.
002670     IF PARM-DATA-INICIO NOT = SPACES
002680         IF PARM-DATA-INICIO-N NOT NUMERIC
002690             DISPLAY 'REPRHIST: DATA INICIAL NAO NUMERICA: '
002700                 PARM-DATA-INICIO
002710             SET PARAMETRO-INVALIDO TO TRUE
002720             GO TO 0500-OBTER-PARAMETROS-EXIT
002730         END-IF
002740         MOVE PARM-DATA-INICIO-N TO WRK-DATA-INICIO
002750     END-IF.
002760     IF PARM-DATA-FIM NOT = SPACES
002770         IF PARM-DATA-FIM-N NOT NUMERIC
002780             DISPLAY 'REPRHIST: DATA FINAL NAO NUMERICA: '
002790                 PARM-DATA-FIM
002800             SET PARAMETRO-INVALIDO TO TRUE
002810             GO TO 0500-OBTER-PARAMETROS-EXIT
002820         END-IF
002830         MOVE PARM-DATA-FIM-N TO WRK-DATA-FIM
002840     END-IF.
002850     IF WRK-DATA-INICIO > WRK-DATA-FIM
002860         DISPLAY 'REPRHIST: FAIXA DE DATAS INVERTIDA: '
002870             WRK-DATA-INICIO ' A ' WRK-DATA-FIM
002880         SET PARAMETRO-INVALIDO TO TRUE
002890     END-IF.
002900 0500-OBTER-PARAMETROS-EXIT.
002910     EXIT.
002920*****************************************************************
002930* 2000-PROCESSAR-DECISAO                                       *
002940*     IMPRIME A LINHA DA DECISAO CORRENTE QUANDO A DATA DE      *
002950*     EXECUCAO ESTIVER NA FAIXA PEDIDA E ACUMULA OS TOTAIS POR  *
002960*     SITUACAO.                                                 *
002970*****************************************************************
002980 2000-PROCESSAR-DECISAO.
002990     ADD 1 TO WRK-CTR-LIDOS.
003000     IF RLOG-DATA-EXECUCAO < WRK-DATA-INICIO
003010             OR RLOG-DATA-EXECUCAO > WRK-DATA-FIM
003020         GO TO 2000-LER-PROXIMO
003030     END-IF.
003040     ADD 1 TO WRK-CTR-LISTADOS.
003050     MOVE RLOG-DATA-EXECUCAO  TO WRK-DET-DATA-EXEC.
003060     MOVE RLOG-HORA-EXECUCAO  TO WRK-HORA-EXEC.
003070     MOVE SPACES TO WRK-DET-HORA.
003080     STRING WRK-HE-HORA    DELIMITED BY SIZE
003090            ':'            DELIMITED BY SIZE
003100            WRK-HE-MINUTO  DELIMITED BY SIZE
003110            ':'            DELIMITED BY SIZE
003120            WRK-HE-SEGUNDO DELIMITED BY SIZE
003130         INTO WRK-DET-HORA.
003140     MOVE RLOG-ID-CICLO       TO WRK-DET-CICLO.
003150     MOVE RLOG-DATA-REPROC    TO WRK-DET-DATA-REPROC.
003160     MOVE RLOG-ANO-FISCAL     TO WRK-DET-ANO.
003170     MOVE RLOG-PERIODO-FISCAL TO WRK-DET-PERIODO.
003180     MOVE RLOG-NUM-TICKET     TO WRK-DET-TICKET.
003190     MOVE RLOG-APROVADOR      TO WRK-DET-APROVADOR.
003200     MOVE RLOG-MOTIVO         TO WRK-DET-MOTIVO.
003210     EVALUATE TRUE
003220         WHEN RLOG-PERIODO-ABERTO
003230             ADD 1 TO WRK-CTR-ABERTOS
003240             MOVE 'PERIODO ABERTO' TO WRK-DET-SITUACAO
003250         WHEN RLOG-AUTORIZADA
003260             ADD 1 TO WRK-CTR-AUTORIZADOS
003270             MOVE 'AUTORIZADA'     TO WRK-DET-SITUACAO
003280         WHEN OTHER
003290             ADD 1 TO WRK-CTR-RECUSADOS
003300             MOVE 'RECUSADA'       TO WRK-DET-SITUACAO
003310     END-EVALUATE.
003320     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
003330     PERFORM 8900-GRAVAR-LINHA-REPRRPT
003340         THRU 8900-GRAVAR-LINHA-REPRRPT-EXIT.
003350 2000-LER-PROXIMO.
003360     PERFORM 2900-LER-REGISTRO
003370         THRU 2900-LER-REGISTRO-EXIT.
003380 2000-PROCESSAR-DECISAO-EXIT.
003390     EXIT.
003400*****************************************************************
003410* 2900-LER-REGISTRO                                            *
003420*     LE A PROXIMA DECISAO DO REGISTRO DE REPROCESSAMENTOS,     *
003430*     LIGANDO O INDICADOR DE FIM QUANDO NAO HOUVER MAIS DADOS.  *
003440*****************************************************************
003450 2900-LER-REGISTRO.
003460     READ REPROC-LOG
003470         AT END
003480             SET FIM-REGISTRO TO TRUE
003490     END-READ.
003500 2900-LER-REGISTRO-EXIT.
003510     EXIT.
003520*****************************************************************
003530* 8000-IMPRIMIR-TOTAIS                                         *
003540*     IMPRIME O QUADRO DE TOTAIS POR SITUACAO.                  *
003550*****************************************************************
003560 8000-IMPRIMIR-TOTAIS.
003570     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
003580     PERFORM 8900-GRAVAR-LINHA-REPRRPT
003590         THRU 8900-GRAVAR-LINHA-REPRRPT-EXIT.
003600     MOVE 'DECISOES LIDAS NO REGISTRO:' TO WRK-TOT-TEXTO.
003610     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
003620     PERFORM 8800-GRAVAR-LINHA-TOTAL
003630         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
003640     MOVE 'DECISOES NA FAIXA DE DATAS PEDIDA:' TO WRK-TOT-TEXTO.
003650     MOVE WRK-CTR-LISTADOS TO WRK-TOT-VALOR.
003660     PERFORM 8800-GRAVAR-LINHA-TOTAL
003670         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
003680     MOVE 'REPROCESSAMENTOS EM PERIODO ABERTO:'
003690         TO WRK-TOT-TEXTO.
003700     MOVE WRK-CTR-ABERTOS TO WRK-TOT-VALOR.
003710     PERFORM 8800-GRAVAR-LINHA-TOTAL
003720         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
003730     MOVE 'REPROCESSAMENTOS AUTORIZADOS POR TICKET:'
003740         TO WRK-TOT-TEXTO.
003750     MOVE WRK-CTR-AUTORIZADOS TO WRK-TOT-VALOR.
003760     PERFORM 8800-GRAVAR-LINHA-TOTAL
003770         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
003780     MOVE 'REPROCESSAMENTOS RECUSADOS:' TO WRK-TOT-TEXTO.
003790     MOVE WRK-CTR-RECUSADOS TO WRK-TOT-VALOR.
003800     PERFORM 8800-GRAVAR-LINHA-TOTAL
003810         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
003820 8000-IMPRIMIR-TOTAIS-EXIT.
003830     EXIT.
003840*****************************************************************
003850* 8700-IMPRIMIR-TITULO                                         *
003860*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
003870*     WRK-LINHA-TITULO.                                         *
003880*****************************************************************
003890 8700-IMPRIMIR-TITULO.
003900     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
003910     PERFORM 8900-GRAVAR-LINHA-REPRRPT
003920         THRU 8900-GRAVAR-LINHA-REPRRPT-EXIT.
003930 8700-IMPRIMIR-TITULO-EXIT.
003940     EXIT.
003950*****************************************************************
003960* 8800-GRAVAR-LINHA-TOTAL                                      *
003970*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
003980*     WRK-LINHA-TOTAL.                                          *
003990*****************************************************************
004000 8800-GRAVAR-LINHA-TOTAL.
004010     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
004020     PERFORM 8900-GRAVAR-LINHA-REPRRPT
004030         THRU 8900-GRAVAR-LINHA-REPRRPT-EXIT.
004040 8800-GRAVAR-LINHA-TOTAL-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 8850-IMPRIMIR-CABECALHO                                      *
004080*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
004090*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
004100*****************************************************************
004110 8850-IMPRIMIR-CABECALHO.
004120     ADD 1 TO WRK-NUM-PAGINA.
004130     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
004140     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
004150     WRITE REPRRPT-LINE FROM WRK-CAB-RELATORIO-1.
004160     WRITE REPRRPT-LINE FROM WRK-CAB-RELATORIO-2.
004170     WRITE REPRRPT-LINE FROM WRK-CAB-RELATORIO-3.
004180     MOVE 3 TO WRK-NUM-LINHA.
004190 8850-IMPRIMIR-CABECALHO-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 8900-GRAVAR-LINHA-REPRRPT                                    *
004230*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
004240*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
004250*****************************************************************
004260 8900-GRAVAR-LINHA-REPRRPT.
004270     IF WRK-NUM-LINHA = ZEROS OR
004280             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
004290         PERFORM 8850-IMPRIMIR-CABECALHO
004300             THRU 8850-IMPRIMIR-CABECALHO-EXIT
004310     END-IF.
004320     WRITE REPRRPT-LINE FROM WRK-LINHA-SAIDA.
004330     ADD 1 TO WRK-NUM-LINHA.
004340 8900-GRAVAR-LINHA-REPRRPT-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 9000-ENCERRAR                                                *
004380*     ENCERRA O REGISTRO DE DECISOES E O RELATORIO.             *
004390*****************************************************************
004400 9000-ENCERRAR.
004410     CLOSE REPROC-LOG.
004420     CLOSE REPRRPT.
004430 9000-ENCERRAR-EXIT.
004440     EXIT.
004450*****************************************************************
004460* 9999-FIM                                                     *
004470*****************************************************************
004480 9999-FIM.
004490     STOP RUN.
