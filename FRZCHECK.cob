000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FRZCHECK.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: SUBPROGRAMA DE CONSULTA AO CALENDARIO DE CONGELAMENTO
000100* DE MUDANCAS (FREEZEFL, LAYOUT NO COPYBOOK FRZCALC), CHAMADO
000110* PELOS PROGRAMAS DE MANUTENCAO DE DADOS DE REFERENCIA E DE
000120* EXPURGO ANTES DE APLICAR QUALQUER ALTERACAO, ATRAVES DA AREA DE
000130* REQUISICAO/RESPOSTA DO COPYBOOK FRZCHKC:
000140*     CALL 'FRZCHECK' USING FRZCHK-AREA
000150* INFORMA SE A DATA DE REFERENCIA - POR PADRAO A DATA DE
000160* PROCESSAMENTO DO REGISTRO DE CONTEXTO (DATECTX) - ESTA DENTRO
000170* DE UM PERIODO CONGELADO PARA O ESCOPO DA MUDANCA (FERIADOS,
000180* CALENDARIO ANUAL, CALENDARIO FISCAL OU EXPURGO DE AUDITORIA),
000190* DEVOLVENDO O PERIODO E O MOTIVO DO CONGELAMENTO. O ESCOPO 'Q'
000200* (QUALQUER) ATENDE AO CALENDARIO DE OPERACOES (OPSCHED). O
000210* ARQUIVO DE CONGELAMENTO E O CONTEXTO DE DATA SAO LIDOS NA
000220* PRIMEIRA CHAMADA E MANTIDOS EM MEMORIA ENTRE AS CHAMADAS DA
000230* MESMA EXECUCAO. ENTRADAS COM DATAS INVALIDAS OU SEM ESCOPO SAO
000240* IGNORADAS E LISTADAS NO CONSOLE.
000250*
000260* HISTORICO DE ALTERACOES
000270* DATA       AUTOR   DESCRICAO
000280* ---------- ------- ------------------------------------------
000290* 15/10/2026 LFL     VERSAO ORIGINAL.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL FREEZE-FILE ASSIGN TO FREEZEFL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-FS-FREEZE.
000380     SELECT OPTIONAL DATECTX ASSIGN TO DATECTX
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WRK-FS-DATECTX.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*****************************************************************
000440* FREEZE-FILE - CALENDARIO DE CONGELAMENTO DE MUDANCAS, UMA     *
000450*     ENTRADA POR LINHA (LAYOUT COMUM NO COPYBOOK FRZCALC).     *
000460*****************************************************************
000470 FD  FREEZE-FILE
000480     LABEL RECORD IS STANDARD.
000490     COPY FRZCALC.
000500*****************************************************************
000510* DATECTX - REGISTRO DE CONTEXTO DE DATA GRAVADO PELO PROGRAMA  *
000520*     DATA-REDEFINIDA (LAYOUT COMUM NO COPYBOOK DATECTXC), FONTE*
000530*     DA DATA DE REFERENCIA QUANDO O CHAMADOR NAO A INFORMA.    *
000540*****************************************************************
000550 FD  DATECTX
000560     LABEL RECORD IS STANDARD.
000570     COPY DATECTXC.
000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600* STATUS DOS ARQUIVOS
000610*****************************************************************
000620 77  WRK-FS-FREEZE           PIC X(02) VALUE '00'.
000630     88  FS-FREEZE-OK                VALUE '00'.
000640     88  FS-FREEZE-OPCIONAL-AUSENTE  VALUE '05'.
000650     88  FS-FREEZE-FIM               VALUE '10'.
000660     88  FS-FREEZE-ARQ-INEXISTENTE   VALUE '35'.
000670 77  WRK-FS-DATECTX          PIC X(02) VALUE '00'.
000680     88  FS-DATECTX-OK               VALUE '00'.
000690     88  FS-DATECTX-FIM              VALUE '10'.
000700     88  FS-DATECTX-ARQ-INEXISTENTE  VALUE '35'.
000710*****************************************************************
000720* CONTROLE DE PRIMEIRA CHAMADA E DISPONIBILIDADE DO CALENDARIO  *
000730* DE CONGELAMENTO (LIDO UMA UNICA VEZ POR EXECUCAO).            *
000740*****************************************************************
000750 01  WRK-SWITCHES.
000760     02  WRK-SW-PRIMEIRA     PIC X(01) VALUE 'S'.
000770         88  PRIMEIRA-CHAMADA        VALUE 'S'.
000780         88  JA-INICIALIZADO         VALUE 'N'.
000790     02  WRK-SW-ARQUIVO      PIC X(01) VALUE 'N'.
000800         88  CONGELAMENTO-DISPONIVEL VALUE 'S'.
000810     02  WRK-SW-FIM-FREEZE   PIC X(01) VALUE 'N'.
000820         88  FIM-CONGELAMENTO        VALUE 'S'.
000830     02  WRK-SW-ENTRADA      PIC X(01) VALUE 'N'.
000840         88  ENTRADA-ENCONTRADA      VALUE 'S'.
000850         88  ENTRADA-AUSENTE         VALUE 'N'.
000860*****************************************************************
000870* TABELA DE PERIODOS CONGELADOS DA EXECUCAO
000880*****************************************************************
000890 01  WRK-TAB-CONGELAMENTO.
000900     02  WRK-FRZ-ENTRADA     OCCURS 200 TIMES.
000910         03  WRK-FRZ-INICIO  PIC 9(08).
000920         03  WRK-FRZ-FIM     PIC 9(08).
000930         03  WRK-FRZ-ESCOPO.
000940             04  WRK-FRZ-ESC-FERIADOS   PIC X(01).
000950             04  WRK-FRZ-ESC-CALENDARIO PIC X(01).
000960             04  WRK-FRZ-ESC-FISCAL     PIC X(01).
000970             04  WRK-FRZ-ESC-EXPURGO    PIC X(01).
000980         03  WRK-FRZ-MOTIVO  PIC X(40).
000990 77  WRK-QTD-FRZ             PIC 9(03) COMP VALUE ZEROS.
001000 77  WRK-MAX-FRZ             PIC 9(03) COMP VALUE 200.
001010 77  WRK-IDX                 PIC 9(03) COMP.
001020 77  WRK-IDX-ACHADO          PIC 9(03) COMP.
001030*****************************************************************
001040* DATA DE REFERENCIA PADRAO (DATECTX OU SISTEMA) E DATA DA      *
001050* CONSULTA CORRENTE                                             *
001060*****************************************************************
001070 77  WRK-DATA-PADRAO         PIC 9(08) VALUE ZEROS.
001080 77  WRK-ORIGEM-PADRAO       PIC X(01) VALUE 'S'.
001090 01  WRK-DATA-CONSULTA       PIC 9(08) VALUE ZEROS.
001100 01  WRK-DATA-CONSULTA-R REDEFINES WRK-DATA-CONSULTA.
001110     02  WRK-CNS-ANO         PIC 9(04).
001120     02  WRK-CNS-MES         PIC 9(02).
001130     02  WRK-CNS-DIA         PIC 9(02).
001140 LINKAGE SECTION.
001150*****************************************************************
001160* AREA DE REQUISICAO/RESPOSTA DA CONSULTA AO CONGELAMENTO       *
001170* (COPYBOOK FRZCHKC), RECEBIDA DO PROGRAMA CHAMADOR.            *
001180*****************************************************************
001190     COPY FRZCHKC.
001200 PROCEDURE DIVISION USING FRZCHK-AREA.
001210*****************************************************************
001220* 0000-MAINLINE                                                *
001230*****************************************************************
001240 0000-MAINLINE.
001250     IF PRIMEIRA-CHAMADA
001260         PERFORM 1000-INICIALIZAR
001270             THRU 1000-INICIALIZAR-EXIT
001280     END-IF.
001290     SET FRZCHK-RET-OK TO TRUE.
001300     SET FRZCHK-LIBERADO TO TRUE.
001310     MOVE ZEROS  TO FRZCHK-DATA-INICIO.
001320     MOVE ZEROS  TO FRZCHK-DATA-FIM.
001330     MOVE SPACES TO FRZCHK-ESCOPOS.
001340     MOVE SPACES TO FRZCHK-MOTIVO.
001350     PERFORM 1500-VALIDAR-REQUISICAO
001360         THRU 1500-VALIDAR-REQUISICAO-EXIT.
001370     IF NOT FRZCHK-RET-OK
001380         GO TO 9999-VOLTAR
001390     END-IF.
001400     PERFORM 2000-PROCURAR-CONGELAMENTO
001410         THRU 2000-PROCURAR-CONGELAMENTO-EXIT.
001420     GO TO 9999-VOLTAR.
001430 0000-MAINLINE-EXIT.
001440     EXIT.
001450*****************************************************************
001460* 1000-INICIALIZAR                                             *
001470*     PRIMEIRA CHAMADA DA EXECUCAO: OBTEM A DATA DE REFERENCIA  *
001480*     PADRAO (DATA DE PROCESSAMENTO DO DATECTX OU, NA FALTA DELE,*
001490*     A DATA DO SISTEMA) E CARREGA O CALENDARIO DE CONGELAMENTO.*
001500*     SEM O ARQUIVO NO AMBIENTE NAO HA PERIODO CONGELADO.       *
001510*****************************************************************
001520 1000-INICIALIZAR.
001530     SET JA-INICIALIZADO TO TRUE.
001540     ACCEPT WRK-DATA-PADRAO FROM DATE YYYYMMDD.
001550     MOVE 'S' TO WRK-ORIGEM-PADRAO.
001560     OPEN INPUT DATECTX.
001570     IF FS-DATECTX-OK
001580         READ DATECTX
001590             AT END
001600                 CONTINUE
001610         END-READ
001620         IF FS-DATECTX-OK
001630                 AND CTX-DATA-PROCESSAMENTO NUMERIC
001640                 AND CTX-DATA-PROCESSAMENTO > ZEROS
001650             MOVE CTX-DATA-PROCESSAMENTO TO WRK-DATA-PADRAO
001660             MOVE 'C' TO WRK-ORIGEM-PADRAO
001670         END-IF
001680         CLOSE DATECTX
001690     END-IF.
001700     OPEN INPUT FREEZE-FILE.
001710     IF NOT FS-FREEZE-OK AND NOT FS-FREEZE-OPCIONAL-AUSENTE
001720         DISPLAY 'FRZCHECK: CALENDARIO DE CONGELAMENTO '
001730             '(FREEZEFL) INDISPONIVEL - STATUS ' WRK-FS-FREEZE
001740         GO TO 1000-INICIALIZAR-EXIT
001750     END-IF.
001760     SET CONGELAMENTO-DISPONIVEL TO TRUE.
001770     PERFORM 1100-LER-CONGELAMENTO
001780         THRU 1100-LER-CONGELAMENTO-EXIT
001790         UNTIL FIM-CONGELAMENTO.
001800     CLOSE FREEZE-FILE.
001810 1000-INICIALIZAR-EXIT.
001820     EXIT.
001830*****************************************************************
001840* 1100-LER-CONGELAMENTO                                        *
001850*     CARREGA UMA ENTRADA DO CALENDARIO DE CONGELAMENTO NA      *
001860*     TABELA. ENTRADAS EM BRANCO SAO PULADAS; ENTRADAS COM DATAS*
001870*     INVALIDAS, FIM ANTERIOR AO INICIO OU SEM NENHUM ESCOPO    *
001880*     CONGELADO SAO IGNORADAS E LISTADAS NO CONSOLE.            *
001890*****************************************************************
001900 1100-LER-CONGELAMENTO.
001910     READ FREEZE-FILE
001920         AT END
001930             SET FIM-CONGELAMENTO TO TRUE
001940             GO TO 1100-LER-CONGELAMENTO-EXIT
001950     END-READ.
001960     IF NOT FS-FREEZE-OK
001970         SET FIM-CONGELAMENTO TO TRUE
001980         GO TO 1100-LER-CONGELAMENTO-EXIT
001990     END-IF.
002000     IF FRZ-REGISTRO = SPACES
002010         GO TO 1100-LER-CONGELAMENTO-EXIT
002020     END-IF.
002030     IF FRZ-DATA-INICIO NOT NUMERIC
002040             OR FRZ-DATA-FIM NOT NUMERIC
002050             OR FRZ-DATA-FIM < FRZ-DATA-INICIO
002060         DISPLAY 'FRZCHECK: PERIODO INVALIDO NO CALENDARIO DE '
002070             'CONGELAMENTO - IGNORADO: ' FRZ-DATA-INICIO
002080             ' ' FRZ-DATA-FIM
002090         GO TO 1100-LER-CONGELAMENTO-EXIT
002100     END-IF.
002110     IF NOT FRZ-CONGELA-FERIADOS
002120             AND NOT FRZ-CONGELA-CALENDARIO
002130             AND NOT FRZ-CONGELA-FISCAL
002140             AND NOT FRZ-CONGELA-EXPURGO
002150         DISPLAY 'FRZCHECK: ENTRADA SEM ESCOPO CONGELADO - '
002160             'IGNORADA: ' FRZ-DATA-INICIO ' ' FRZ-DATA-FIM
002170         GO TO 1100-LER-CONGELAMENTO-EXIT
002180     END-IF.
002190     IF WRK-QTD-FRZ NOT < WRK-MAX-FRZ
002200         DISPLAY 'FRZCHECK: LIMITE DA TABELA DE CONGELAMENTO '
002210             'ATINGIDO - IGNORADO: ' FRZ-DATA-INICIO
002220             ' ' FRZ-DATA-FIM
002230         GO TO 1100-LER-CONGELAMENTO-EXIT
002240     END-IF.
002250     ADD 1 TO WRK-QTD-FRZ.
002260     MOVE FRZ-DATA-INICIO TO WRK-FRZ-INICIO(WRK-QTD-FRZ).
002270     MOVE FRZ-DATA-FIM    TO WRK-FRZ-FIM(WRK-QTD-FRZ).
002280     MOVE FRZ-ESCOPO      TO WRK-FRZ-ESCOPO(WRK-QTD-FRZ).
002290     MOVE FRZ-MOTIVO      TO WRK-FRZ-MOTIVO(WRK-QTD-FRZ).
002300 1100-LER-CONGELAMENTO-EXIT.
002310     EXIT.
002320*****************************************************************
002330* 1500-VALIDAR-REQUISICAO                                      *
002340*     VALIDA O ESCOPO E A DATA DE REFERENCIA (ZEROS = DATA      *
002350*     PADRAO) E A DISPONIBILIDADE DO CALENDARIO DE CONGELAMENTO.*
002360*****************************************************************
002370 1500-VALIDAR-REQUISICAO.
002380     IF NOT FRZCHK-ESC-FERIADOS AND NOT FRZCHK-ESC-CALENDARIO
002390             AND NOT FRZCHK-ESC-FISCAL AND NOT FRZCHK-ESC-EXPURGO
002400             AND NOT FRZCHK-ESC-QUALQUER
002410         SET FRZCHK-RET-ESCOPO-INVAL TO TRUE
002420         GO TO 1500-VALIDAR-REQUISICAO-EXIT
002430     END-IF.
002440     IF FRZCHK-DATA-REF NOT NUMERIC
002450         SET FRZCHK-RET-DATA-INVAL TO TRUE
002460         GO TO 1500-VALIDAR-REQUISICAO-EXIT
002470     END-IF.
002480     IF FRZCHK-DATA-REF = ZEROS
002490         MOVE WRK-DATA-PADRAO   TO WRK-DATA-CONSULTA
002500         MOVE WRK-ORIGEM-PADRAO TO FRZCHK-ORIGEM-DATA
002510     ELSE
002520         MOVE FRZCHK-DATA-REF   TO WRK-DATA-CONSULTA
002530         SET FRZCHK-ORIGEM-INFORMADA TO TRUE
002540     END-IF.
002550     MOVE WRK-DATA-CONSULTA TO FRZCHK-DATA-USADA.
002560     IF WRK-CNS-MES < 01 OR WRK-CNS-MES > 12
002570             OR WRK-CNS-DIA < 01 OR WRK-CNS-DIA > 31
002580         SET FRZCHK-RET-DATA-INVAL TO TRUE
002590         GO TO 1500-VALIDAR-REQUISICAO-EXIT
002600     END-IF.
002610     IF NOT CONGELAMENTO-DISPONIVEL
002620         SET FRZCHK-RET-ARQUIVO-INDISP TO TRUE
002630     END-IF.
002640 1500-VALIDAR-REQUISICAO-EXIT.
002650     EXIT.
002660*****************************************************************
002670* 2000-PROCURAR-CONGELAMENTO                                   *
002680*     PROCURA A PRIMEIRA ENTRADA QUE CONTEM A DATA DA CONSULTA E*
002690*     CONGELA O ESCOPO SOLICITADO, DEVOLVENDO O PERIODO, OS     *
002700*     ESCOPOS E O MOTIVO.                                       *
002710*****************************************************************
002720 2000-PROCURAR-CONGELAMENTO.
002730     SET ENTRADA-AUSENTE TO TRUE.
002740     PERFORM 2100-COMPARAR-CONGELAMENTO
002750         THRU 2100-COMPARAR-CONGELAMENTO-EXIT
002760         VARYING WRK-IDX FROM 1 BY 1
002770         UNTIL WRK-IDX > WRK-QTD-FRZ
002780            OR ENTRADA-ENCONTRADA.
002790     IF ENTRADA-AUSENTE
002800         GO TO 2000-PROCURAR-CONGELAMENTO-EXIT
002810     END-IF.
002820     SET FRZCHK-CONGELADO TO TRUE.
002830     MOVE WRK-FRZ-INICIO(WRK-IDX-ACHADO) TO FRZCHK-DATA-INICIO.
002840     MOVE WRK-FRZ-FIM(WRK-IDX-ACHADO)    TO FRZCHK-DATA-FIM.
002850     MOVE WRK-FRZ-ESCOPO(WRK-IDX-ACHADO) TO FRZCHK-ESCOPOS.
002860     MOVE WRK-FRZ-MOTIVO(WRK-IDX-ACHADO) TO FRZCHK-MOTIVO.
002870 2000-PROCURAR-CONGELAMENTO-EXIT.
002880     EXIT.
002890*****************************************************************
002900* 2100-COMPARAR-CONGELAMENTO                                   *
002910*****************************************************************
002920 2100-COMPARAR-CONGELAMENTO.
002930     IF WRK-DATA-CONSULTA < WRK-FRZ-INICIO(WRK-IDX)
002940             OR WRK-DATA-CONSULTA > WRK-FRZ-FIM(WRK-IDX)
002950         GO TO 2100-COMPARAR-CONGELAMENTO-EXIT
002960     END-IF.
002970     EVALUATE TRUE
002980         WHEN FRZCHK-ESC-FERIADOS
002990             IF WRK-FRZ-ESC-FERIADOS(WRK-IDX) = 'S'
003000                 SET ENTRADA-ENCONTRADA TO TRUE
003010             END-IF
003020         WHEN FRZCHK-ESC-CALENDARIO
003030             IF WRK-FRZ-ESC-CALENDARIO(WRK-IDX) = 'S'
003040                 SET ENTRADA-ENCONTRADA TO TRUE
003050             END-IF
003060         WHEN FRZCHK-ESC-FISCAL
003070             IF WRK-FRZ-ESC-FISCAL(WRK-IDX) = 'S'
003080                 SET ENTRADA-ENCONTRADA TO TRUE
003090             END-IF
003100         WHEN FRZCHK-ESC-EXPURGO
003110             IF WRK-FRZ-ESC-EXPURGO(WRK-IDX) = 'S'
003120                 SET ENTRADA-ENCONTRADA TO TRUE
003130             END-IF
003140         WHEN OTHER
003150             SET ENTRADA-ENCONTRADA TO TRUE
003160     END-EVALUATE.
003170     IF ENTRADA-ENCONTRADA
003180         MOVE WRK-IDX TO WRK-IDX-ACHADO
003190     END-IF.
003200 2100-COMPARAR-CONGELAMENTO-EXIT.
003210     EXIT.
003220*****************************************************************
003230* 9999-VOLTAR                                                  *
003240*****************************************************************
003250 9999-VOLTAR.
003260     GOBACK.
