000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DATENRCH.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: FILTRO GENERICO DE ENRIQUECIMENTO DE DATAS PARA OS
000100* ARQUIVOS DE TRANSACOES DAS APLICACOES USUARIAS, QUE ASSIM DEIXAM
000110* DE MANTER LOGICA PROPRIA DE DIA UTIL, PERIODO FISCAL E DATA
000120* VALOR. DIRIGIDO POR UM CARTAO DE CONTROLE (SYSIN) COM A POSICAO
000130* DO CAMPO DE DATA NO REGISTRO, O FORMATO DA DATA (AAAAMMDD,
000140* DDMMAAAA, JULIANO AADDD OU NORTE-AMERICANO MM/DD/AAAA, OS
000150* FORMATOS DO COPYBOOK DATECOPY), O CALENDARIO REGIONAL, A REGRA
000160* DE AJUSTE DE DIA NAO UTIL (SEGUINTE, ANTERIOR OU SEGUINTE
000170* MODIFICADO) E O D+N OPCIONAL DA DATA VALOR. CADA REGISTRO LIDO
000180* (ENRIN, 200 BYTES) E GRAVADO EM ENROUT COM O SEGMENTO DE
000190* ENRIQUECIMENTO DO COPYBOOK ENRSEGC ACRESCENTADO AO FINAL: DATA
000200* NORMALIZADA, DIA DA SEMANA, INDICADOR DE DIA UTIL, DATA
000210* AJUSTADA, ANO/PERIODO FISCAL E DATA VALOR. DIA UTIL, AJUSTE E
000220* D+N VEM DO SUBPROGRAMA DATESRV; O PERIODO FISCAL, DO FISCAL-CAL
000230* CARREGADO EM TABELA NA PARTIDA. O REGISTRO COM DATA INVALIDA
000240* VAI PARA O ARQUIVO DE REJEITADOS (ENRREJ) COM O MOTIVO, E O
000250* RELATORIO DE TOTAIS DE CONTROLE (ENRRPT) DEMONSTRA QUE LIDOS =
000260* ENRIQUECIDOS + REJEITADOS.
000270* RETURN-CODE 4 QUANDO HOUVER REJEITADOS; RETURN-CODE 8 COM
000280* CARTAO DE CONTROLE INVALIDO, ARQUIVO DE ENTRADA INDISPONIVEL OU
000290* TOTAIS DE CONTROLE QUE NAO FECHAM.
000300*
000310* HISTORICO DE ALTERACOES
000320* DATA       AUTOR   DESCRICAO
000330* ---------- ------- ------------------------------------------
000340* 15/10/2026 LFL     VERSAO ORIGINAL.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ENRIN ASSIGN TO ENRIN
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WRK-FS-ENRIN.
000430     SELECT ENROUT ASSIGN TO ENROUT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WRK-FS-ENROUT.
000460     SELECT ENRREJ ASSIGN TO ENRREJ
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WRK-FS-ENRREJ.
000490     SELECT FISCAL-CAL ASSIGN TO FISCALFL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS FCAL-CHAVE
000530         FILE STATUS IS WRK-FS-FISCAL.
000540     SELECT PARM-CARD ASSIGN TO SYSIN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-PARM.
000570     SELECT ENRRPT ASSIGN TO ENRRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-ENRRPT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630* ENRIN - ARQUIVO DE TRANSACOES DA APLICACAO USUARIA, REGISTROS *
000640*     DE 200 BYTES (REGISTROS MENORES SAO COMPLETADOS COM       *
000650*     BRANCOS PELA APLICACAO).                                  *
000660*****************************************************************
000670 FD  ENRIN
000680     LABEL RECORD IS STANDARD.
000690 01  ENRIN-REG.
000700     02  ENT-REGISTRO        PIC X(200).
000710*****************************************************************
000720* ENROUT - REGISTRO DE ENTRADA INALTERADO SEGUIDO DO SEGMENTO   *
000730*     DE ENRIQUECIMENTO (LAYOUT NO COPYBOOK ENRSEGC).           *
000740*****************************************************************
000750 FD  ENROUT
000760     LABEL RECORD IS STANDARD.
000770 01  ENROUT-REG.
000780     02  SAI-REGISTRO        PIC X(200).
000790     02  SAI-SEGMENTO        PIC X(60).
000800*****************************************************************
000810* ENRREJ - REGISTRO DE ENTRADA INALTERADO SEGUIDO DO CODIGO E   *
000820*     DA DESCRICAO DO MOTIVO DA REJEICAO.                       *
000830*****************************************************************
000840 FD  ENRREJ
000850     LABEL RECORD IS STANDARD.
000860 01  ENRREJ-REG.
000870     02  REJ-REGISTRO        PIC X(200).
000880     02  REJ-COD-MOTIVO      PIC 9(02).
000890     02  REJ-DESC-MOTIVO     PIC X(38).
000900*****************************************************************
000910* FISCAL-CAL - DEFINICAO DO CALENDARIO FISCAL (MESMO LAYOUT DO  *
000920*     PROGRAMA DATA-REDEFINIDA).                                *
000930*****************************************************************
000940 FD  FISCAL-CAL
000950     LABEL RECORD IS STANDARD.
000960 01  FISCAL-CAL-RECORD.
000970     02  FCAL-CHAVE.
000980         03  FCAL-ANO-FISCAL     PIC 9(04).
000990         03  FCAL-PERIODO-FISCAL PIC 9(02).
001000     02  FCAL-DATA-INICIO    PIC 9(08).
001010     02  FCAL-DATA-FIM       PIC 9(08).
001020     02  FCAL-PADRAO         PIC X(03).
001030*****************************************************************
001040* PARM-CARD - CARTAO DE CONTROLE (SYSIN):                       *
001050*     COL 01-03 POSICAO DO CAMPO DE DATA NO REGISTRO (001-200)  *
001060*     COL 05-14 FORMATO: AAAAMMDD, DDMMAAAA, AADDD (JULIANO) OU *
001070*               MM/DD/AAAA (NORTE-AMERICANO)                    *
001080*     COL 16-18 CALENDARIO REGIONAL (EM BRANCO OU NAC, SOMENTE  *
001090*               O NACIONAL)                                     *
001100*     COL 20    REGRA DE AJUSTE: S SEGUINTE (PADRAO), A         *
001110*               ANTERIOR, M SEGUINTE MODIFICADO                 *
001120*     COL 22-23 D+N DA DATA VALOR EM DIAS UTEIS (EM BRANCO = 0) *
001130*****************************************************************
001140 FD  PARM-CARD
001150     LABEL RECORD IS OMITTED.
001160 01  PARM-CARD-REG.
001170     02  PARM-POSICAO        PIC X(03).
001180     02  PARM-POSICAO-N REDEFINES PARM-POSICAO
001190                             PIC 9(03).
001200     02  FILLER              PIC X(01).
001210     02  PARM-FORMATO        PIC X(10).
001220         88  PARM-FMT-AAAAMMDD       VALUE 'AAAAMMDD'.
001230         88  PARM-FMT-DDMMAAAA       VALUE 'DDMMAAAA'.
001240         88  PARM-FMT-JULIANO        VALUE 'AADDD'.
001250         88  PARM-FMT-US             VALUE 'MM/DD/AAAA'.
001260     02  FILLER              PIC X(01).
001270     02  PARM-CALENDARIO     PIC X(03).
001280     02  FILLER              PIC X(01).
001290     02  PARM-REGRA          PIC X(01).
001300         88  PARM-REGRA-VALIDA       VALUE 'S', 'A', 'M', SPACE.
001310     02  FILLER              PIC X(01).
001320     02  PARM-DIAS-VALOR     PIC X(02).
001330     02  PARM-DIAS-VALOR-N REDEFINES PARM-DIAS-VALOR
001340                             PIC 9(02).
001350     02  FILLER              PIC X(57).
001360*****************************************************************
001370* ENRRPT - RELATORIO DE TOTAIS DE CONTROLE DO ENRIQUECIMENTO.   *
001380*****************************************************************
001390 FD  ENRRPT
001400     LABEL RECORD IS OMITTED
001410     RECORD CONTAINS 132 CHARACTERS.
001420 01  ENRRPT-LINE                 PIC X(132).
001430 WORKING-STORAGE SECTION.
001440*****************************************************************
001450* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
001460* DO COPYBOOK COMUM DATECOPY (VER TAMBEM O COPYBOOK DATECALC,   *
001470* NA PROCEDURE DIVISION, COM A ROTINA DE ANO BISSEXTO USADA     *
001480* PELO CALCULO DE ULTIMO DIA DO MES).                           *
001490*****************************************************************
001500     COPY DATECOPY.
001510*****************************************************************
001520* AREA DE REQUISICAO/RESPOSTA DO SUBPROGRAMA DE SERVICOS DE     *
001530* DATA (DATESRV): DIA UTIL E DIA DA SEMANA, AJUSTE PARA O DIA   *
001540* UTIL SEGUINTE/ANTERIOR E DATA VALOR D+N.                      *
001550*****************************************************************
001560     COPY DATESRVC.
001570*****************************************************************
001580* SEGMENTO DE ENRIQUECIMENTO MONTADO PARA CADA REGISTRO         *
001590* (COPYBOOK ENRSEGC, COMPARTILHADO COM AS APLICACOES USUARIAS). *
001600*****************************************************************
001610     COPY ENRSEGC.
001620*****************************************************************
001630* STATUS DOS ARQUIVOS
001640*****************************************************************
001650 77  WRK-FS-ENRIN            PIC X(02) VALUE '00'.
001660     88  FS-ENRIN-OK                 VALUE '00'.
001670     88  FS-ENRIN-FIM                VALUE '10'.
001680     88  FS-ENRIN-ARQ-INEXISTENTE    VALUE '35'.
001690 77  WRK-FS-ENROUT           PIC X(02) VALUE '00'.
001700     88  FS-ENROUT-OK                VALUE '00'.
001710 77  WRK-FS-ENRREJ           PIC X(02) VALUE '00'.
001720     88  FS-ENRREJ-OK                VALUE '00'.
001730 77  WRK-FS-FISCAL           PIC X(02) VALUE '00'.
001740     88  FS-FISCAL-OK                VALUE '00'.
001750     88  FS-FISCAL-FIM               VALUE '10'.
001760     88  FS-FISCAL-NAO-ENCONTRADO    VALUE '23'.
001770     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
001780 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001790     88  FS-PARM-OK                  VALUE '00'.
001800     88  FS-PARM-FIM                 VALUE '10'.
001810     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001820 77  WRK-FS-ENRRPT           PIC X(02) VALUE '00'.
001830     88  FS-ENRRPT-OK                VALUE '00'.
001840*****************************************************************
001850* INDICADORES DE PROCESSAMENTO
001860*****************************************************************
001870 01  WRK-SWITCHES.
001880     02  WRK-SW-FIM-ENRIN    PIC X(01) VALUE 'N'.
001890         88  FIM-ENTRADA             VALUE 'S'.
001900     02  WRK-SW-FIM-PER      PIC X(01) VALUE 'N'.
001910         88  FIM-PERIODOS            VALUE 'S'.
001920     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
001930         88  PARAMETRO-VALIDO        VALUE 'S'.
001940         88  PARAMETRO-INVALIDO      VALUE 'N'.
001950     02  WRK-SW-ARQUIVOS     PIC X(01) VALUE 'N'.
001960         88  ARQUIVOS-ABERTOS        VALUE 'S'.
001970     02  WRK-SW-TAB-PER      PIC X(01) VALUE 'N'.
001980         88  TABELA-PER-CHEIA        VALUE 'S'.
001990     02  WRK-SW-JULIANO      PIC X(01) VALUE 'N'.
002000         88  JULIANO-CONVERTIDO      VALUE 'S'.
002010         88  JULIANO-PENDENTE        VALUE 'N'.
002020*****************************************************************
002030* PARAMETROS DO CARTAO DE CONTROLE JA CONSISTIDOS: POSICAO E    *
002040* TAMANHO DO CAMPO DE DATA, FORMATO, CALENDARIO, REGRA E D+N.   *
002050*****************************************************************
002060 77  WRK-POSICAO             PIC 9(03) COMP VALUE ZEROS.
002070 77  WRK-TAM-CAMPO           PIC 9(02) COMP VALUE ZEROS.
002080 77  WRK-TAM-REGISTRO        PIC 9(03) COMP VALUE 200.
002090 77  WRK-FORMATO             PIC X(10) VALUE SPACES.
002100 77  WRK-ID-CALENDARIO       PIC X(03) VALUE SPACES.
002110 77  WRK-REGRA               PIC X(01) VALUE 'S'.
002120     88  REGRA-SEGUINTE              VALUE 'S'.
002130     88  REGRA-ANTERIOR              VALUE 'A'.
002140     88  REGRA-SEGUINTE-MODIF        VALUE 'M'.
002150 77  WRK-DIAS-VALOR          PIC 9(02) VALUE ZEROS.
002160*****************************************************************
002170* CAMPO DE DATA EXTRAIDO DO REGISTRO, COM UMA VISAO PARA CADA   *
002180* FORMATO ACEITO. ANO JULIANO DE DOIS DIGITOS: 00-49 = 20AA,    *
002190* 50-99 = 19AA.                                                 *
002200*****************************************************************
002210 01  WRK-CAMPO-DATA          PIC X(10) VALUE SPACES.
002220 01  WRK-CAMPO-AAAAMMDD REDEFINES WRK-CAMPO-DATA.
002230     02  WRK-CPA-DATA        PIC X(08).
002240     02  WRK-CPA-DATA-N REDEFINES WRK-CPA-DATA.
002250         03  WRK-CPA-ANO     PIC 9(04).
002260         03  WRK-CPA-MES     PIC 9(02).
002270         03  WRK-CPA-DIA     PIC 9(02).
002280     02  FILLER              PIC X(02).
002290 01  WRK-CAMPO-DDMMAAAA REDEFINES WRK-CAMPO-DATA.
002300     02  WRK-CPD-DATA        PIC X(08).
002310     02  WRK-CPD-DATA-N REDEFINES WRK-CPD-DATA.
002320         03  WRK-CPD-DIA     PIC 9(02).
002330         03  WRK-CPD-MES     PIC 9(02).
002340         03  WRK-CPD-ANO     PIC 9(04).
002350     02  FILLER              PIC X(02).
002360 01  WRK-CAMPO-JULIANO REDEFINES WRK-CAMPO-DATA.
002370     02  WRK-CPJ-DATA        PIC X(05).
002380     02  WRK-CPJ-DATA-N REDEFINES WRK-CPJ-DATA.
002390         03  WRK-CPJ-ANO     PIC 9(02).
002400         03  WRK-CPJ-DIAS    PIC 9(03).
002410     02  FILLER              PIC X(05).
002420 01  WRK-CAMPO-US REDEFINES WRK-CAMPO-DATA.
002430     02  WRK-CPU-MES         PIC X(02).
002440     02  WRK-CPU-MES-N REDEFINES WRK-CPU-MES
002450                             PIC 9(02).
002460     02  FILLER              PIC X(01).
002470     02  WRK-CPU-DIA         PIC X(02).
002480     02  WRK-CPU-DIA-N REDEFINES WRK-CPU-DIA
002490                             PIC 9(02).
002500     02  FILLER              PIC X(01).
002510     02  WRK-CPU-ANO         PIC X(04).
002520     02  WRK-CPU-ANO-N REDEFINES WRK-CPU-ANO
002530                             PIC 9(04).
002540 77  WRK-JUL-RESTO           PIC 9(03) VALUE ZEROS.
002550 77  WRK-JUL-DIAS-ANO        PIC 9(03) VALUE ZEROS.
002560*****************************************************************
002570* DATA NORMALIZADA EM VALIDACAO E DATAS DEVOLVIDAS PELO DATESRV.*
002580*****************************************************************
002590 01  WRK-DATA-AVL.
002600     02  WRK-AVL-ANO         PIC 9(04).
002610     02  WRK-AVL-MES         PIC 9(02).
002620     02  WRK-AVL-DIA         PIC 9(02).
002630 01  WRK-DATA-AVL-N REDEFINES WRK-DATA-AVL
002640                             PIC 9(08).
002650 01  WRK-SW-DATA-VALIDA      PIC X(01) VALUE 'S'.
002660     88  DATA-VALIDA                 VALUE 'S'.
002670     88  DATA-INVALIDA               VALUE 'N'.
002680 01  WRK-DATA-RES.
002690     02  WRK-RES-ANO         PIC 9(04).
002700     02  WRK-RES-MES         PIC 9(02).
002710     02  WRK-RES-DIA         PIC 9(02).
002720 01  WRK-DATA-RES-N REDEFINES WRK-DATA-RES
002730                             PIC 9(08).
002740*****************************************************************
002750* AREA DE TRABALHO DO CALCULO DE ULTIMO DIA DO MES
002760*****************************************************************
002770 77  WRK-ANO-REF             PIC 9(04).
002780 77  WRK-MES-REF             PIC 9(02).
002790 77  WRK-ULT-DIA-MES         PIC 9(02).
002800*****************************************************************
002810* TABELA DOS PERIODOS DO CALENDARIO FISCAL, CARREGADA NA        *
002820* PARTIDA (MESMO CRITERIO DO PROGRAMA OPSCHED). DIMENSIONADA    *
002830* PARA CERCA DE VINTE ANOS DE PERIODOS MENSAIS.                 *
002840*****************************************************************
002850 01  WRK-TAB-PERIODOS.
002860     02  WRK-PER-ENTRADA     OCCURS 240 TIMES.
002870         03  WRK-PER-ANO     PIC 9(04).
002880         03  WRK-PER-NUM     PIC 9(02).
002890         03  WRK-PER-INICIO  PIC 9(08).
002900         03  WRK-PER-FIM     PIC 9(08).
002910 77  WRK-PER-USADOS          PIC 9(04) COMP VALUE ZEROS.
002920 77  WRK-PER-MAXIMO          PIC 9(04) COMP VALUE 240.
002930 77  WRK-IDX-PER             PIC 9(04) COMP.
002940 77  WRK-IDX-PER-ACHADO      PIC 9(04) COMP.
002950*****************************************************************
002960* MOTIVOS DE REJEICAO, COM O CONTADOR DE CADA UM.               *
002970*****************************************************************
002980 01  WRK-MOTIVOS-REJEICAO.
002990     02  FILLER              PIC X(38)
003000         VALUE 'CAMPO DE DATA NAO NUMERICO'.
003010     02  FILLER              PIC X(38)
003020         VALUE 'DATA INEXISTENTE (ANOS 1900 A 2199)'.
003030     02  FILLER              PIC X(38)
003040         VALUE 'DIA JULIANO FORA DO ANO'.
003050     02  FILLER              PIC X(38)
003060         VALUE 'DATA RECUSADA PELO SERVICO DATESRV'.
003070 01  WRK-MOTIVOS REDEFINES WRK-MOTIVOS-REJEICAO.
003080     02  WRK-DESC-MOTIVO     PIC X(38) OCCURS 4 TIMES.
003090 01  WRK-CONTADORES-MOTIVO.
003100     02  WRK-CTR-MOTIVO      PIC 9(09) COMP OCCURS 4 TIMES.
003110 77  WRK-COD-MOTIVO          PIC 9(02) VALUE ZEROS.
003120 77  WRK-IDX-MOT             PIC 9(02) COMP.
003130*****************************************************************
003140* CONTADORES DE CONTROLE
003150*****************************************************************
003160 77  WRK-CTR-LIDOS           PIC 9(09) COMP VALUE ZEROS.
003170 77  WRK-CTR-ENRIQUECIDOS    PIC 9(09) COMP VALUE ZEROS.
003180 77  WRK-CTR-REJEITADOS      PIC 9(09) COMP VALUE ZEROS.
003190 77  WRK-CTR-NAO-UTEIS       PIC 9(09) COMP VALUE ZEROS.
003200 77  WRK-CTR-SEM-PERIODO     PIC 9(09) COMP VALUE ZEROS.
003210 77  WRK-CTR-CONFERENCIA     PIC 9(09) COMP VALUE ZEROS.
003220*****************************************************************
003230* AREA DE TRABALHO DO RELATORIO ENRRPT
003240*****************************************************************
003250 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
003260 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
003270 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
003280 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
003290 01  WRK-LINHA-SAIDA         PIC X(132).
003300 01  WRK-CAB-RELATORIO-1.
003310     02  FILLER              PIC X(01) VALUE SPACES.
003320     02  FILLER              PIC X(33)
003330         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
003340     02  FILLER              PIC X(78) VALUE SPACES.
003350     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
003360     02  WRK-CAB-PAGINA      PIC ZZZ9.
003370     02  FILLER              PIC X(08) VALUE SPACES.
003380 01  WRK-CAB-RELATORIO-2.
003390     02  FILLER              PIC X(01) VALUE SPACES.
003400     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
003410     02  FILLER              PIC X(20) VALUE 'DATENRCH'.
003420     02  FILLER              PIC X(20) VALUE SPACES.
003430     02  FILLER              PIC X(20)
003440         VALUE 'DATA PROCESSAMENTO: '.
003450     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
003460     02  FILLER              PIC X(51) VALUE SPACES.
003470 01  WRK-CAB-RELATORIO-3.
003480     02  FILLER              PIC X(01) VALUE SPACES.
003490     02  FILLER              PIC X(131) VALUE ALL '-'.
003500 01  WRK-LINHA-TITULO.
003510     02  FILLER              PIC X(01) VALUE SPACES.
003520     02  WRK-TIT-TEXTO       PIC X(60).
003530     02  FILLER              PIC X(71) VALUE SPACES.
003540 01  WRK-LINHA-CARTAO.
003550     02  FILLER              PIC X(01) VALUE SPACES.
003560     02  WRK-CRT-TEXTO       PIC X(30).
003570     02  WRK-CRT-VALOR       PIC X(40).
003580     02  FILLER              PIC X(61) VALUE SPACES.
003590 01  WRK-LINHA-TOTAL.
003600     02  FILLER              PIC X(01) VALUE SPACES.
003610     02  WRK-TOT-TEXTO       PIC X(45).
003620     02  WRK-TOT-VALOR       PIC ZZZZZZZZ9.
003630     02  FILLER              PIC X(77) VALUE SPACES.
003640 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
003650 77  WRK-EDT-NUMERO          PIC ZZ9.
003660 PROCEDURE DIVISION.
003670*****************************************************************
003680* 0000-MAINLINE                                                *
003690*****************************************************************
003700 0000-MAINLINE.
003710     PERFORM 1000-INICIALIZAR
003720         THRU 1000-INICIALIZAR-EXIT.
003730     IF NOT ARQUIVOS-ABERTOS
003740         MOVE 08 TO RETURN-CODE
003750         GO TO 9999-FIM
003760     END-IF.
003770     PERFORM 3000-PROCESSAR-REGISTRO
003780         THRU 3000-PROCESSAR-REGISTRO-EXIT
003790         UNTIL FIM-ENTRADA.
003800     PERFORM 8000-IMPRIMIR-TOTAIS
003810         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
003820     PERFORM 9000-ENCERRAR
003830         THRU 9000-ENCERRAR-EXIT.
003840     IF WRK-CTR-CONFERENCIA NOT = WRK-CTR-LIDOS
003850         DISPLAY 'DATENRCH: TOTAIS DE CONTROLE NAO FECHAM - '
003860             'LIDOS: ' WRK-CTR-LIDOS
003870             ' ENRIQUECIDOS + REJEITADOS: '
003880             WRK-CTR-CONFERENCIA
003890         MOVE 08 TO RETURN-CODE
003900         GO TO 9999-FIM
003910     END-IF.
003920     IF WRK-CTR-REJEITADOS > ZEROS
003930         MOVE 04 TO RETURN-CODE
003940     END-IF.
003950     GO TO 9999-FIM.
003960 0000-MAINLINE-EXIT.
003970     EXIT.
003980*****************************************************************
003990* 1000-INICIALIZAR                                             *
004000*     CONSISTE O CARTAO DE CONTROLE, CARREGA OS PERIODOS DO     *
004010*     CALENDARIO FISCAL, ABRE OS ARQUIVOS DE ENTRADA E SAIDA E  *
004020*     O RELATORIO, IMPRIME OS PARAMETROS EM VIGOR E FAZ A       *
004030*     LEITURA INICIAL DO ARQUIVO DE TRANSACOES.                 *
004040*****************************************************************
004050 1000-INICIALIZAR.
004060     ACCEPT DATASYS FROM DATE YYYYMMDD.
004070     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
004080         + (MESSYS * 100) + DIASYS.
004090     PERFORM 0500-OBTER-PARAMETROS
004100         THRU 0500-OBTER-PARAMETROS-EXIT.
004110     IF PARAMETRO-INVALIDO
004120         GO TO 1000-INICIALIZAR-EXIT
004130     END-IF.
004140     OPEN INPUT ENRIN.
004150     IF NOT FS-ENRIN-OK
004160         DISPLAY 'DATENRCH: ARQUIVO DE ENTRADA (ENRIN) '
004170             'INDISPONIVEL - FS: ' WRK-FS-ENRIN
004180         GO TO 1000-INICIALIZAR-EXIT
004190     END-IF.
004200     PERFORM 2000-CARREGAR-PERIODOS
004210         THRU 2000-CARREGAR-PERIODOS-EXIT.
004220     OPEN OUTPUT ENROUT.
004230     OPEN OUTPUT ENRREJ.
004240     OPEN OUTPUT ENRRPT.
004250     SET ARQUIVOS-ABERTOS TO TRUE.
004260     MOVE ZEROS TO WRK-CTR-MOTIVO(1) WRK-CTR-MOTIVO(2)
004270                   WRK-CTR-MOTIVO(3) WRK-CTR-MOTIVO(4).
004280     MOVE WRK-ID-CALENDARIO TO DATESRV-ID-CALENDARIO.
004290     PERFORM 7000-IMPRIMIR-PARAMETROS
004300         THRU 7000-IMPRIMIR-PARAMETROS-EXIT.
004310     PERFORM 3900-LER-ENTRADA
004320         THRU 3900-LER-ENTRADA-EXIT.
004330 1000-INICIALIZAR-EXIT.
004340     EXIT.
004350*****************************************************************
004360* 0500-OBTER-PARAMETROS                                        *
004370*     LE E CONSISTE O CARTAO DE CONTROLE: POSICAO NUMERICA E    *
004380*     CAMPO DE DATA CONTIDO NO REGISTRO DE 200 BYTES, FORMATO   *
004390*     CONHECIDO, REGRA S/A/M (EM BRANCO = S) E D+N NUMERICO (EM *
004400*     BRANCO = 0). SEM CARTAO, OU COM CARTAO INVALIDO, NADA E   *
004410*     PROCESSADO.                                               *
004420*****************************************************************
004430 0500-OBTER-PARAMETROS.
004440     OPEN INPUT PARM-CARD.
004450     IF NOT FS-PARM-OK
004460         DISPLAY 'DATENRCH: CARTAO DE CONTROLE (SYSIN) '
004470             'INDISPONIVEL'
004480         SET PARAMETRO-INVALIDO TO TRUE
004490         GO TO 0500-OBTER-PARAMETROS-EXIT
004500     END-IF.
004510     READ PARM-CARD
004520         AT END
004530             DISPLAY 'DATENRCH: CARTAO DE CONTROLE AUSENTE'
004540             SET PARAMETRO-INVALIDO TO TRUE
004550     END-READ.
004560     CLOSE PARM-CARD.
004570     IF PARAMETRO-INVALIDO
004580         GO TO 0500-OBTER-PARAMETROS-EXIT
004590     END-IF.
004600     EVALUATE TRUE
004610         WHEN PARM-FMT-AAAAMMDD
004620             MOVE 08 TO WRK-TAM-CAMPO
004630         WHEN PARM-FMT-DDMMAAAA
004640             MOVE 08 TO WRK-TAM-CAMPO
004650         WHEN PARM-FMT-JULIANO
004660             MOVE 05 TO WRK-TAM-CAMPO
004670         WHEN PARM-FMT-US
004680             MOVE 10 TO WRK-TAM-CAMPO
004690         WHEN OTHER
004700             DISPLAY 'DATENRCH: FORMATO DE DATA INVALIDO: '
004710                 PARM-FORMATO
004720             SET PARAMETRO-INVALIDO TO TRUE
004730             GO TO 0500-OBTER-PARAMETROS-EXIT
004740     END-EVALUATE.
004750     MOVE PARM-FORMATO TO WRK-FORMATO.
004760     IF PARM-POSICAO-N NOT NUMERIC OR PARM-POSICAO-N = ZEROS
004770         DISPLAY 'DATENRCH: POSICAO DO CAMPO DE DATA INVALIDA: '
004780             PARM-POSICAO
004790         SET PARAMETRO-INVALIDO TO TRUE
004800         GO TO 0500-OBTER-PARAMETROS-EXIT
004810     END-IF.
004820     MOVE PARM-POSICAO-N TO WRK-POSICAO.
004830     IF WRK-POSICAO + WRK-TAM-CAMPO - 1 > WRK-TAM-REGISTRO
004840         DISPLAY 'DATENRCH: CAMPO DE DATA ULTRAPASSA O REGISTRO '
004850             'DE 200 BYTES - POSICAO: ' PARM-POSICAO
004860         SET PARAMETRO-INVALIDO TO TRUE
004870         GO TO 0500-OBTER-PARAMETROS-EXIT
004880     END-IF.
004890     IF NOT PARM-REGRA-VALIDA
004900         DISPLAY 'DATENRCH: REGRA DE AJUSTE INVALIDA: ' PARM-REGRA
004910         SET PARAMETRO-INVALIDO TO TRUE
004920         GO TO 0500-OBTER-PARAMETROS-EXIT
004930     END-IF.
004940     IF PARM-REGRA NOT = SPACE
004950         MOVE PARM-REGRA TO WRK-REGRA
004960     END-IF.
004970     IF PARM-DIAS-VALOR NOT = SPACES
004980         IF PARM-DIAS-VALOR-N NOT NUMERIC
004990             DISPLAY 'DATENRCH: D+N DA DATA VALOR INVALIDO: '
005000                 PARM-DIAS-VALOR
005010             SET PARAMETRO-INVALIDO TO TRUE
005020             GO TO 0500-OBTER-PARAMETROS-EXIT
005030         END-IF
005040         MOVE PARM-DIAS-VALOR-N TO WRK-DIAS-VALOR
005050     END-IF.
005060     MOVE PARM-CALENDARIO TO WRK-ID-CALENDARIO.
005070 0500-OBTER-PARAMETROS-EXIT.
005080     EXIT.
005090*****************************************************************
005100* 2000-CARREGAR-PERIODOS                                       *
005110*     CARREGA NA TABELA DE PERIODOS TODOS OS REGISTROS DO       *
005120*     CALENDARIO FISCAL. SEM O ARQUIVO, O ANO/PERIODO FISCAL    *
005130*     SAI ZERADO NO SEGMENTO.                                   *
005140*****************************************************************
005150 2000-CARREGAR-PERIODOS.
005160     OPEN INPUT FISCAL-CAL.
005170     IF NOT FS-FISCAL-OK
005180         DISPLAY 'AVISO: CALENDARIO FISCAL INDISPONIVEL - '
005190             'ANO/PERIODO FISCAL NAO SERA INFORMADO'
005200         GO TO 2000-CARREGAR-PERIODOS-EXIT
005210     END-IF.
005220     MOVE ZEROS TO FCAL-ANO-FISCAL.
005230     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
005240     START FISCAL-CAL KEY >= FCAL-CHAVE
005250         INVALID KEY
005260             SET FIM-PERIODOS TO TRUE
005270     END-START.
005280     PERFORM 2100-GUARDAR-PERIODO
005290         THRU 2100-GUARDAR-PERIODO-EXIT
005300         UNTIL FIM-PERIODOS.
005310     CLOSE FISCAL-CAL.
005320 2000-CARREGAR-PERIODOS-EXIT.
005330     EXIT.
005340*****************************************************************
005350* 2100-GUARDAR-PERIODO                                         *
005360*     LE O PROXIMO PERIODO DO CALENDARIO FISCAL E O GUARDA NA   *
005370*     TABELA DE PERIODOS (AVISO UNICO QUANDO A TABELA           *
005380*     TRANSBORDA).                                              *
005390*****************************************************************
005400 2100-GUARDAR-PERIODO.
005410     READ FISCAL-CAL NEXT
005420         AT END
005430             SET FIM-PERIODOS TO TRUE
005440             GO TO 2100-GUARDAR-PERIODO-EXIT
005450     END-READ.
005460     IF NOT FS-FISCAL-OK
005470         SET FIM-PERIODOS TO TRUE
005480         GO TO 2100-GUARDAR-PERIODO-EXIT
005490     END-IF.
005500     IF WRK-PER-USADOS >= WRK-PER-MAXIMO
005510         IF NOT TABELA-PER-CHEIA
005520             SET TABELA-PER-CHEIA TO TRUE
005530             DISPLAY 'DATENRCH: TABELA DE PERIODOS ESGOTADA - '
005540                 'PERIODOS POSTERIORES NAO SERAO INFORMADOS'
005550         END-IF
005560         GO TO 2100-GUARDAR-PERIODO-EXIT
005570     END-IF.
005580     ADD 1 TO WRK-PER-USADOS.
005590     MOVE FCAL-ANO-FISCAL     TO WRK-PER-ANO(WRK-PER-USADOS).
005600     MOVE FCAL-PERIODO-FISCAL TO WRK-PER-NUM(WRK-PER-USADOS).
005610     MOVE FCAL-DATA-INICIO    TO WRK-PER-INICIO(WRK-PER-USADOS).
005620     MOVE FCAL-DATA-FIM       TO WRK-PER-FIM(WRK-PER-USADOS).
005630 2100-GUARDAR-PERIODO-EXIT.
005640     EXIT.
005650*****************************************************************
005660* 3000-PROCESSAR-REGISTRO                                      *
005670*     EXTRAI E NORMALIZA A DATA DO REGISTRO CORRENTE. DATA      *
005680*     INVALIDA: GRAVA O REGISTRO NOS REJEITADOS. DATA VALIDA:   *
005690*     MONTA O SEGMENTO (DIA UTIL, AJUSTE, PERIODO FISCAL E DATA *
005700*     VALOR) E GRAVA O REGISTRO ENRIQUECIDO.                    *
005710*****************************************************************
005720 3000-PROCESSAR-REGISTRO.
005730     ADD 1 TO WRK-CTR-LIDOS.
005740     MOVE ZEROS TO WRK-COD-MOTIVO.
005750     PERFORM 3100-EXTRAIR-DATA
005760         THRU 3100-EXTRAIR-DATA-EXIT.
005770     IF WRK-COD-MOTIVO > ZEROS
005780         GO TO 3000-REJEITAR
005790     END-IF.
005800     MOVE SPACES TO ENR-SEGMENTO.
005810     MOVE WRK-DATA-AVL-N    TO ENR-DATA-NORMALIZADA.
005820     MOVE WRK-ID-CALENDARIO TO ENR-ID-CALENDARIO.
005830     MOVE WRK-REGRA         TO ENR-REGRA-AJUSTE.
005840     MOVE WRK-DIAS-VALOR    TO ENR-DIAS-VALOR.
005850     PERFORM 3300-AJUSTAR-DATA
005860         THRU 3300-AJUSTAR-DATA-EXIT.
005870     IF WRK-COD-MOTIVO > ZEROS
005880         GO TO 3000-REJEITAR
005890     END-IF.
005900     PERFORM 3400-LOCALIZAR-PERIODO
005910         THRU 3400-LOCALIZAR-PERIODO-EXIT.
005920     PERFORM 3500-CALCULAR-DATA-VALOR
005930         THRU 3500-CALCULAR-DATA-VALOR-EXIT.
005940     IF WRK-COD-MOTIVO > ZEROS
005950         GO TO 3000-REJEITAR
005960     END-IF.
005970     MOVE ENT-REGISTRO TO SAI-REGISTRO.
005980     MOVE ENR-SEGMENTO TO SAI-SEGMENTO.
005990     WRITE ENROUT-REG.
006000     ADD 1 TO WRK-CTR-ENRIQUECIDOS.
006010     GO TO 3000-LER-PROXIMO.
006020 3000-REJEITAR.
006030     MOVE ENT-REGISTRO TO REJ-REGISTRO.
006040     MOVE WRK-COD-MOTIVO TO REJ-COD-MOTIVO.
006050     MOVE WRK-DESC-MOTIVO(WRK-COD-MOTIVO) TO REJ-DESC-MOTIVO.
006060     WRITE ENRREJ-REG.
006070     ADD 1 TO WRK-CTR-REJEITADOS.
006080     ADD 1 TO WRK-CTR-MOTIVO(WRK-COD-MOTIVO).
006090 3000-LER-PROXIMO.
006100     PERFORM 3900-LER-ENTRADA
006110         THRU 3900-LER-ENTRADA-EXIT.
006120 3000-PROCESSAR-REGISTRO-EXIT.
006130     EXIT.
006140*****************************************************************
006150* 3100-EXTRAIR-DATA                                            *
006160*     EXTRAI O CAMPO DE DATA DO REGISTRO NA POSICAO DO CARTAO E *
006170*     O CONVERTE PARA AAAAMMDD EM WRK-DATA-AVL, CONFORME O      *
006180*     FORMATO. DEVOLVE EM WRK-COD-MOTIVO O MOTIVO DA REJEICAO   *
006190*     QUANDO A DATA FOR INVALIDA (ZERO QUANDO VALIDA).          *
006200*****************************************************************
006210 3100-EXTRAIR-DATA.
006220     MOVE SPACES TO WRK-CAMPO-DATA.
006230     MOVE ENT-REGISTRO(WRK-POSICAO:WRK-TAM-CAMPO)
006240         TO WRK-CAMPO-DATA.
006250     EVALUATE WRK-FORMATO
006260         WHEN 'AAAAMMDD'
006270             IF WRK-CPA-DATA-N NOT NUMERIC
006280                 MOVE 01 TO WRK-COD-MOTIVO
006290                 GO TO 3100-EXTRAIR-DATA-EXIT
006300             END-IF
006310             MOVE WRK-CPA-ANO TO WRK-AVL-ANO
006320             MOVE WRK-CPA-MES TO WRK-AVL-MES
006330             MOVE WRK-CPA-DIA TO WRK-AVL-DIA
006340         WHEN 'DDMMAAAA'
006350             IF WRK-CPD-DATA-N NOT NUMERIC
006360                 MOVE 01 TO WRK-COD-MOTIVO
006370                 GO TO 3100-EXTRAIR-DATA-EXIT
006380             END-IF
006390             MOVE WRK-CPD-ANO TO WRK-AVL-ANO
006400             MOVE WRK-CPD-MES TO WRK-AVL-MES
006410             MOVE WRK-CPD-DIA TO WRK-AVL-DIA
006420         WHEN 'AADDD'
006430             IF WRK-CPJ-DATA-N NOT NUMERIC
006440                 MOVE 01 TO WRK-COD-MOTIVO
006450                 GO TO 3100-EXTRAIR-DATA-EXIT
006460             END-IF
006470             PERFORM 3200-CONVERTER-JULIANO
006480                 THRU 3200-CONVERTER-JULIANO-EXIT
006490             GO TO 3100-EXTRAIR-DATA-EXIT
006500         WHEN OTHER
006510             IF WRK-CPU-MES-N NOT NUMERIC
006520                     OR WRK-CPU-DIA-N NOT NUMERIC
006530                     OR WRK-CPU-ANO-N NOT NUMERIC
006540                 MOVE 01 TO WRK-COD-MOTIVO
006550                 GO TO 3100-EXTRAIR-DATA-EXIT
006560             END-IF
006570             MOVE WRK-CPU-ANO-N TO WRK-AVL-ANO
006580             MOVE WRK-CPU-MES-N TO WRK-AVL-MES
006590             MOVE WRK-CPU-DIA-N TO WRK-AVL-DIA
006600     END-EVALUATE.
006610     PERFORM 3150-VALIDAR-DATA-AVL
006620         THRU 3150-VALIDAR-DATA-AVL-EXIT.
006630     IF DATA-INVALIDA
006640         MOVE 02 TO WRK-COD-MOTIVO
006650     END-IF.
006660 3100-EXTRAIR-DATA-EXIT.
006670     EXIT.
006680*****************************************************************
006690* 3150-VALIDAR-DATA-AVL                                        *
006700*     VALIDA A DATA EM WRK-DATA-AVL: ANO NA FAIXA 1900-2199,    *
006710*     MES NA FAIXA 01-12 E DIA VALIDO PARA O MES/ANO            *
006720*     (FEVEREIRO EM ANO BISSEXTO) - MESMAS REGRAS DO DATESRV.   *
006730*****************************************************************
006740 3150-VALIDAR-DATA-AVL.
006750     SET DATA-VALIDA TO TRUE.
006760     IF WRK-AVL-ANO < 1900 OR WRK-AVL-ANO > 2199
006770         SET DATA-INVALIDA TO TRUE
006780         GO TO 3150-VALIDAR-DATA-AVL-EXIT
006790     END-IF.
006800     IF WRK-AVL-MES < 01 OR WRK-AVL-MES > 12
006810         SET DATA-INVALIDA TO TRUE
006820         GO TO 3150-VALIDAR-DATA-AVL-EXIT
006830     END-IF.
006840     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
006850     MOVE WRK-AVL-MES TO WRK-MES-REF.
006860     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
006870         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
006880     IF WRK-AVL-DIA < 01 OR WRK-AVL-DIA > WRK-ULT-DIA-MES
006890         SET DATA-INVALIDA TO TRUE
006900     END-IF.
006910 3150-VALIDAR-DATA-AVL-EXIT.
006920     EXIT.
006930*****************************************************************
006940* 3200-CONVERTER-JULIANO                                       *
006950*     CONVERTE A DATA JULIANA AADDD PARA AAAAMMDD EM            *
006960*     WRK-DATA-AVL (ANO 00-49 = 20AA, 50-99 = 19AA). O DIA DO   *
006970*     ANO DEVE ESTAR ENTRE 001 E 365 (366 EM ANO BISSEXTO).     *
006980*****************************************************************
006990 3200-CONVERTER-JULIANO.
007000     IF WRK-CPJ-ANO < 50
007010         COMPUTE WRK-AVL-ANO = 2000 + WRK-CPJ-ANO
007020     ELSE
007030         COMPUTE WRK-AVL-ANO = 1900 + WRK-CPJ-ANO
007040     END-IF.
007050     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
007060     PERFORM 4400-VERIFICAR-ANO-BISSEXTO
007070         THRU 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
007080     IF DATECOPY-ANO-BISSEXTO
007090         MOVE 366 TO WRK-JUL-DIAS-ANO
007100     ELSE
007110         MOVE 365 TO WRK-JUL-DIAS-ANO
007120     END-IF.
007130     IF WRK-CPJ-DIAS < 001 OR WRK-CPJ-DIAS > WRK-JUL-DIAS-ANO
007140         MOVE 03 TO WRK-COD-MOTIVO
007150         GO TO 3200-CONVERTER-JULIANO-EXIT
007160     END-IF.
007170     MOVE WRK-CPJ-DIAS TO WRK-JUL-RESTO.
007180     MOVE 01 TO WRK-AVL-MES.
007190     SET JULIANO-PENDENTE TO TRUE.
007200     PERFORM 3250-LOCALIZAR-MES-JULIANO
007210         THRU 3250-LOCALIZAR-MES-JULIANO-EXIT
007220         UNTIL JULIANO-CONVERTIDO.
007230 3200-CONVERTER-JULIANO-EXIT.
007240     EXIT.
007250*****************************************************************
007260* 3250-LOCALIZAR-MES-JULIANO                                   *
007270*     QUANDO OS DIAS RESTANTES CABEM NO MES WRK-AVL-MES, ELES   *
007280*     SAO O DIA DO MES; SENAO, DESCONTA OS DIAS DO MES E PASSA  *
007290*     AO MES SEGUINTE.                                          *
007300*****************************************************************
007310 3250-LOCALIZAR-MES-JULIANO.
007320     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
007330     MOVE WRK-AVL-MES TO WRK-MES-REF.
007340     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
007350         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
007360     IF WRK-JUL-RESTO <= WRK-ULT-DIA-MES
007370         MOVE WRK-JUL-RESTO TO WRK-AVL-DIA
007380         SET JULIANO-CONVERTIDO TO TRUE
007390     ELSE
007400         SUBTRACT WRK-ULT-DIA-MES FROM WRK-JUL-RESTO
007410         ADD 1 TO WRK-AVL-MES
007420     END-IF.
007430 3250-LOCALIZAR-MES-JULIANO-EXIT.
007440     EXIT.
007450*****************************************************************
007460* 3300-AJUSTAR-DATA                                            *
007470*     OBTEM DO DATESRV O DIA DA SEMANA E A SITUACAO DE DIA UTIL *
007480*     DA DATA NORMALIZADA E, QUANDO NAO FOR DIA UTIL, A DATA    *
007490*     AJUSTADA PELA REGRA DO CARTAO: SEGUINTE, ANTERIOR OU      *
007500*     SEGUINTE MODIFICADO (O SEGUINTE, SALVO QUANDO MUDA DE     *
007510*     MES; NESSE CASO, O ANTERIOR).                             *
007520*****************************************************************
007530 3300-AJUSTAR-DATA.
007540     MOVE '4' TO DATESRV-FUNCAO.
007550     MOVE WRK-DATA-AVL-N TO DATESRV-DATA-1.
007560     CALL 'DATESRV' USING DATESRV-AREA.
007570     IF NOT DATESRV-RET-OK
007580         MOVE 04 TO WRK-COD-MOTIVO
007590         GO TO 3300-AJUSTAR-DATA-EXIT
007600     END-IF.
007610     MOVE DATESRV-QTD-RESULTADO TO ENR-IND-DIA-SEMANA.
007620     MOVE DATESRV-SW-DIA-UTIL   TO ENR-SW-DIA-UTIL.
007630     IF ENR-DIA-UTIL
007640         MOVE WRK-DATA-AVL-N TO ENR-DATA-AJUSTADA
007650         GO TO 3300-AJUSTAR-DATA-EXIT
007660     END-IF.
007670     ADD 1 TO WRK-CTR-NAO-UTEIS.
007680     IF REGRA-ANTERIOR
007690         MOVE '3' TO DATESRV-FUNCAO
007700     ELSE
007710         MOVE '2' TO DATESRV-FUNCAO
007720     END-IF.
007730     MOVE WRK-DATA-AVL-N TO DATESRV-DATA-1.
007740     MOVE 0001 TO DATESRV-QTD-DIAS.
007750     CALL 'DATESRV' USING DATESRV-AREA.
007760     IF NOT DATESRV-RET-OK
007770         MOVE 04 TO WRK-COD-MOTIVO
007780         GO TO 3300-AJUSTAR-DATA-EXIT
007790     END-IF.
007800     MOVE DATESRV-DATA-RESULTADO TO WRK-DATA-RES-N.
007810     IF REGRA-SEGUINTE-MODIF AND WRK-RES-MES NOT = WRK-AVL-MES
007820         MOVE '3' TO DATESRV-FUNCAO
007830         MOVE WRK-DATA-AVL-N TO DATESRV-DATA-1
007840         MOVE 0001 TO DATESRV-QTD-DIAS
007850         CALL 'DATESRV' USING DATESRV-AREA
007860         IF NOT DATESRV-RET-OK
007870             MOVE 04 TO WRK-COD-MOTIVO
007880             GO TO 3300-AJUSTAR-DATA-EXIT
007890         END-IF
007900         MOVE DATESRV-DATA-RESULTADO TO WRK-DATA-RES-N
007910     END-IF.
007920     MOVE WRK-DATA-RES-N TO ENR-DATA-AJUSTADA.
007930 3300-AJUSTAR-DATA-EXIT.
007940     EXIT.
007950*****************************************************************
007960* 3400-LOCALIZAR-PERIODO                                       *
007970*     LOCALIZA NA TABELA DE PERIODOS O PERIODO FISCAL QUE       *
007980*     CONTEM A DATA AJUSTADA (ZEROS QUANDO NAO CADASTRADO).     *
007990*****************************************************************
008000 3400-LOCALIZAR-PERIODO.
008010     MOVE ZEROS TO ENR-ANO-FISCAL
008020                   ENR-PERIODO-FISCAL
008030                   WRK-IDX-PER-ACHADO.
008040     PERFORM 3450-EXAMINAR-PERIODO
008050         THRU 3450-EXAMINAR-PERIODO-EXIT
008060         VARYING WRK-IDX-PER FROM 1 BY 1
008070         UNTIL WRK-IDX-PER > WRK-PER-USADOS
008080            OR WRK-IDX-PER-ACHADO > ZEROS.
008090     IF WRK-IDX-PER-ACHADO > ZEROS
008100         MOVE WRK-PER-ANO(WRK-IDX-PER-ACHADO) TO ENR-ANO-FISCAL
008110         MOVE WRK-PER-NUM(WRK-IDX-PER-ACHADO)
008120             TO ENR-PERIODO-FISCAL
008130     ELSE
008140         ADD 1 TO WRK-CTR-SEM-PERIODO
008150     END-IF.
008160 3400-LOCALIZAR-PERIODO-EXIT.
008170     EXIT.
008180*****************************************************************
008190* 3450-EXAMINAR-PERIODO                                        *
008200*     VERIFICA SE A DATA AJUSTADA PERTENCE AO INTERVALO DO      *
008210*     PERIODO WRK-IDX-PER.                                      *
008220*****************************************************************
008230 3450-EXAMINAR-PERIODO.
008240     IF ENR-DATA-AJUSTADA >= WRK-PER-INICIO(WRK-IDX-PER)
008250             AND ENR-DATA-AJUSTADA <= WRK-PER-FIM(WRK-IDX-PER)
008260         MOVE WRK-IDX-PER TO WRK-IDX-PER-ACHADO
008270     END-IF.
008280 3450-EXAMINAR-PERIODO-EXIT.
008290     EXIT.
008300*****************************************************************
008310* 3500-CALCULAR-DATA-VALOR                                     *
008320*     DATA VALOR = DATA AJUSTADA MAIS D+N DIAS UTEIS (DATESRV); *
008330*     SEM D+N, A PROPRIA DATA AJUSTADA.                         *
008340*****************************************************************
008350 3500-CALCULAR-DATA-VALOR.
008360     IF WRK-DIAS-VALOR = ZEROS
008370         MOVE ENR-DATA-AJUSTADA TO ENR-DATA-VALOR
008380         GO TO 3500-CALCULAR-DATA-VALOR-EXIT
008390     END-IF.
008400     MOVE '2' TO DATESRV-FUNCAO.
008410     MOVE ENR-DATA-AJUSTADA TO DATESRV-DATA-1.
008420     MOVE WRK-DIAS-VALOR TO DATESRV-QTD-DIAS.
008430     CALL 'DATESRV' USING DATESRV-AREA.
008440     IF NOT DATESRV-RET-OK
008450         MOVE 04 TO WRK-COD-MOTIVO
008460         GO TO 3500-CALCULAR-DATA-VALOR-EXIT
008470     END-IF.
008480     MOVE DATESRV-DATA-RESULTADO TO ENR-DATA-VALOR.
008490 3500-CALCULAR-DATA-VALOR-EXIT.
008500     EXIT.
008510*****************************************************************
008520* 3900-LER-ENTRADA                                             *
008530*     LE O PROXIMO REGISTRO DO ARQUIVO DE TRANSACOES, LIGANDO O *
008540*     INDICADOR DE FIM DE ARQUIVO QUANDO NAO HOUVER MAIS.       *
008550*****************************************************************
008560 3900-LER-ENTRADA.
008570     READ ENRIN
008580         AT END
008590             SET FIM-ENTRADA TO TRUE
008600     END-READ.
008610 3900-LER-ENTRADA-EXIT.
008620     EXIT.
008630*****************************************************************
008640* 4400-VERIFICAR-ANO-BISSEXTO                                  *
008650*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
008660*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
008670*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
008680*     DATECALC).                                                *
008690*****************************************************************
008700 4400-VERIFICAR-ANO-BISSEXTO.
008710     MOVE WRK-ANO-REF TO DATECOPY-ANO-CALC.
008720     PERFORM 4690-VERIFICAR-BISSEXTO-DATECOPY
008730         THRU 4690-VERIFICAR-BISSEXTO-DATECOPY-EXIT.
008740 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
008750     EXIT.
008760*****************************************************************
008770* 4500-CALCULAR-ULTIMO-DIA-MES                                 *
008780*     RECEBE O ANO EM WRK-ANO-REF E O MES EM WRK-MES-REF E      *
008790*     DEVOLVE EM WRK-ULT-DIA-MES O ULTIMO DIA DAQUELE MES,      *
008800*     CONSIDERANDO FEVEREIRO EM ANO BISSEXTO.                   *
008810*****************************************************************
008820 4500-CALCULAR-ULTIMO-DIA-MES.
008830     PERFORM 4400-VERIFICAR-ANO-BISSEXTO
008840         THRU 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
008850     MOVE DATECOPY-DIAS-MES(WRK-MES-REF) TO WRK-ULT-DIA-MES.
008860     IF WRK-MES-REF = 02 AND DATECOPY-ANO-BISSEXTO
008870         MOVE 29 TO WRK-ULT-DIA-MES
008880     END-IF.
008890 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
008900     EXIT.
008910*****************************************************************
008920* 4690/4700/4710 - ROTINAS COMUNS DE DATA DO COPYBOOK DATECALC  *
008930*     (BISSEXTO E CONVERSOES JULIANO/US).                       *
008940*****************************************************************
008950     COPY DATECALC.
008960*****************************************************************
008970* 7000-IMPRIMIR-PARAMETROS                                     *
008980*     IMPRIME O TITULO DO RELATORIO E OS PARAMETROS DO CARTAO   *
008990*     DE CONTROLE EM VIGOR.                                     *
009000*****************************************************************
009010 7000-IMPRIMIR-PARAMETROS.
009020     MOVE 'TOTAIS DE CONTROLE DO ENRIQUECIMENTO DE DATAS'
009030         TO WRK-TIT-TEXTO.
009040     PERFORM 8700-IMPRIMIR-TITULO
009050         THRU 8700-IMPRIMIR-TITULO-EXIT.
009060     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
009070     PERFORM 8900-GRAVAR-LINHA-ENRRPT
009080         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
009090     MOVE 'POSICAO DO CAMPO DE DATA:' TO WRK-CRT-TEXTO.
009100     MOVE WRK-POSICAO TO WRK-EDT-NUMERO.
009110     MOVE WRK-EDT-NUMERO TO WRK-CRT-VALOR.
009120     PERFORM 8750-IMPRIMIR-PARAMETRO
009130         THRU 8750-IMPRIMIR-PARAMETRO-EXIT.
009140     MOVE 'FORMATO DA DATA:' TO WRK-CRT-TEXTO.
009150     MOVE WRK-FORMATO TO WRK-CRT-VALOR.
009160     PERFORM 8750-IMPRIMIR-PARAMETRO
009170         THRU 8750-IMPRIMIR-PARAMETRO-EXIT.
009180     MOVE 'CALENDARIO:' TO WRK-CRT-TEXTO.
009190     IF WRK-ID-CALENDARIO = SPACES OR WRK-ID-CALENDARIO = 'NAC'
009200         MOVE 'NAC (SOMENTE O NACIONAL)' TO WRK-CRT-VALOR
009210     ELSE
009220         MOVE SPACES TO WRK-CRT-VALOR
009230         STRING 'NAC + '          DELIMITED BY SIZE
009240                WRK-ID-CALENDARIO DELIMITED BY SIZE
009250             INTO WRK-CRT-VALOR
009260     END-IF.
009270     PERFORM 8750-IMPRIMIR-PARAMETRO
009280         THRU 8750-IMPRIMIR-PARAMETRO-EXIT.
009290     MOVE 'REGRA DE AJUSTE:' TO WRK-CRT-TEXTO.
009300     EVALUATE TRUE
009310         WHEN REGRA-ANTERIOR
009320             MOVE 'A - DIA UTIL ANTERIOR' TO WRK-CRT-VALOR
009330         WHEN REGRA-SEGUINTE-MODIF
009340             MOVE 'M - DIA UTIL SEGUINTE MODIFICADO'
009350                 TO WRK-CRT-VALOR
009360         WHEN OTHER
009370             MOVE 'S - DIA UTIL SEGUINTE' TO WRK-CRT-VALOR
009380     END-EVALUATE.
009390     PERFORM 8750-IMPRIMIR-PARAMETRO
009400         THRU 8750-IMPRIMIR-PARAMETRO-EXIT.
009410     MOVE 'DATA VALOR (D+N DIAS UTEIS):' TO WRK-CRT-TEXTO.
009420     MOVE SPACES TO WRK-CRT-VALOR.
009430     STRING 'D+'              DELIMITED BY SIZE
009440            WRK-DIAS-VALOR    DELIMITED BY SIZE
009450         INTO WRK-CRT-VALOR.
009460     PERFORM 8750-IMPRIMIR-PARAMETRO
009470         THRU 8750-IMPRIMIR-PARAMETRO-EXIT.
009480     IF WRK-PER-USADOS = ZEROS
009490         MOVE 'CALENDARIO FISCAL INDISPONIVEL - PERIODO ZERADO'
009500             TO WRK-TIT-TEXTO
009510         PERFORM 8700-IMPRIMIR-TITULO
009520             THRU 8700-IMPRIMIR-TITULO-EXIT
009530     END-IF.
009540 7000-IMPRIMIR-PARAMETROS-EXIT.
009550     EXIT.
009560*****************************************************************
009570* 8000-IMPRIMIR-TOTAIS                                         *
009580*     IMPRIME OS TOTAIS DE CONTROLE E A PROVA LIDOS =           *
009590*     ENRIQUECIDOS + REJEITADOS.                                *
009600*****************************************************************
009610 8000-IMPRIMIR-TOTAIS.
009620     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
009630     PERFORM 8900-GRAVAR-LINHA-ENRRPT
009640         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
009650     MOVE 'REGISTROS LIDOS (ENRIN):' TO WRK-TOT-TEXTO.
009660     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
009670     PERFORM 8800-GRAVAR-LINHA-TOTAL
009680         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009690     MOVE 'REGISTROS ENRIQUECIDOS (ENROUT):' TO WRK-TOT-TEXTO.
009700     MOVE WRK-CTR-ENRIQUECIDOS TO WRK-TOT-VALOR.
009710     PERFORM 8800-GRAVAR-LINHA-TOTAL
009720         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009730     MOVE 'REGISTROS REJEITADOS (ENRREJ):' TO WRK-TOT-TEXTO.
009740     MOVE WRK-CTR-REJEITADOS TO WRK-TOT-VALOR.
009750     PERFORM 8800-GRAVAR-LINHA-TOTAL
009760         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009770     PERFORM 8100-IMPRIMIR-MOTIVO
009780         THRU 8100-IMPRIMIR-MOTIVO-EXIT
009790         VARYING WRK-IDX-MOT FROM 1 BY 1
009800         UNTIL WRK-IDX-MOT > 4.
009810     MOVE 'DATAS EM DIA NAO UTIL (AJUSTADAS):' TO WRK-TOT-TEXTO.
009820     MOVE WRK-CTR-NAO-UTEIS TO WRK-TOT-VALOR.
009830     PERFORM 8800-GRAVAR-LINHA-TOTAL
009840         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009850     MOVE 'DATAS SEM PERIODO FISCAL CADASTRADO:' TO WRK-TOT-TEXTO.
009860     MOVE WRK-CTR-SEM-PERIODO TO WRK-TOT-VALOR.
009870     PERFORM 8800-GRAVAR-LINHA-TOTAL
009880         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009890     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
009900     PERFORM 8900-GRAVAR-LINHA-ENRRPT
009910         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
009920     COMPUTE WRK-CTR-CONFERENCIA = WRK-CTR-ENRIQUECIDOS
009930         + WRK-CTR-REJEITADOS.
009940     MOVE 'ENRIQUECIDOS + REJEITADOS:' TO WRK-TOT-TEXTO.
009950     MOVE WRK-CTR-CONFERENCIA TO WRK-TOT-VALOR.
009960     PERFORM 8800-GRAVAR-LINHA-TOTAL
009970         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009980     IF WRK-CTR-CONFERENCIA = WRK-CTR-LIDOS
009990         MOVE 'PROVA: LIDOS = ENRIQUECIDOS + REJEITADOS - CONFERE'
010000             TO WRK-TIT-TEXTO
010010     ELSE
010020         MOVE SPACES TO WRK-TIT-TEXTO
010030         STRING 'PROVA: LIDOS = ENRIQUECIDOS + REJEITADOS - '
010040                    DELIMITED BY SIZE
010050                'NAO CONFERE' DELIMITED BY SIZE
010060             INTO WRK-TIT-TEXTO
010070     END-IF.
010080     PERFORM 8700-IMPRIMIR-TITULO
010090         THRU 8700-IMPRIMIR-TITULO-EXIT.
010100 8000-IMPRIMIR-TOTAIS-EXIT.
010110     EXIT.
010120*****************************************************************
010130* 8100-IMPRIMIR-MOTIVO                                         *
010140*     IMPRIME A QUANTIDADE DE REJEITADOS DO MOTIVO WRK-IDX-MOT. *
010150*****************************************************************
010160 8100-IMPRIMIR-MOTIVO.
010170     MOVE SPACES TO WRK-TOT-TEXTO.
010180     STRING '   '                         DELIMITED BY SIZE
010190            WRK-DESC-MOTIVO(WRK-IDX-MOT)  DELIMITED BY '  '
010200            ':'                           DELIMITED BY SIZE
010210         INTO WRK-TOT-TEXTO.
010220     MOVE WRK-CTR-MOTIVO(WRK-IDX-MOT) TO WRK-TOT-VALOR.
010230     PERFORM 8800-GRAVAR-LINHA-TOTAL
010240         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
010250 8100-IMPRIMIR-MOTIVO-EXIT.
010260     EXIT.
010270*****************************************************************
010280* 8700-IMPRIMIR-TITULO                                         *
010290*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
010300*     WRK-LINHA-TITULO.                                         *
010310*****************************************************************
010320 8700-IMPRIMIR-TITULO.
010330     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
010340     PERFORM 8900-GRAVAR-LINHA-ENRRPT
010350         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
010360 8700-IMPRIMIR-TITULO-EXIT.
010370     EXIT.
010380*****************************************************************
010390* 8750-IMPRIMIR-PARAMETRO                                      *
010400*     GRAVA NO RELATORIO A LINHA DE PARAMETRO MONTADA EM        *
010410*     WRK-LINHA-CARTAO.                                         *
010420*****************************************************************
010430 8750-IMPRIMIR-PARAMETRO.
010440     MOVE WRK-LINHA-CARTAO TO WRK-LINHA-SAIDA.
010450     PERFORM 8900-GRAVAR-LINHA-ENRRPT
010460         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
010470 8750-IMPRIMIR-PARAMETRO-EXIT.
010480     EXIT.
010490*****************************************************************
010500* 8800-GRAVAR-LINHA-TOTAL                                      *
010510*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
010520*     WRK-LINHA-TOTAL.                                          *
010530*****************************************************************
010540 8800-GRAVAR-LINHA-TOTAL.
010550     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
010560     PERFORM 8900-GRAVAR-LINHA-ENRRPT
010570         THRU 8900-GRAVAR-LINHA-ENRRPT-EXIT.
010580 8800-GRAVAR-LINHA-TOTAL-EXIT.
010590     EXIT.
010600*****************************************************************
010610* 8850-IMPRIMIR-CABECALHO                                      *
010620*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
010630*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
010640*****************************************************************
010650 8850-IMPRIMIR-CABECALHO.
010660     ADD 1 TO WRK-NUM-PAGINA.
010670     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
010680     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
010690     WRITE ENRRPT-LINE FROM WRK-CAB-RELATORIO-1.
010700     WRITE ENRRPT-LINE FROM WRK-CAB-RELATORIO-2.
010710     WRITE ENRRPT-LINE FROM WRK-CAB-RELATORIO-3.
010720     MOVE 3 TO WRK-NUM-LINHA.
010730 8850-IMPRIMIR-CABECALHO-EXIT.
010740     EXIT.
010750*****************************************************************
010760* 8900-GRAVAR-LINHA-ENRRPT                                     *
010770*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
010780*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
010790*****************************************************************
010800 8900-GRAVAR-LINHA-ENRRPT.
010810     IF WRK-NUM-LINHA = ZEROS OR
010820             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
010830         PERFORM 8850-IMPRIMIR-CABECALHO
010840             THRU 8850-IMPRIMIR-CABECALHO-EXIT
010850     END-IF.
010860     WRITE ENRRPT-LINE FROM WRK-LINHA-SAIDA.
010870     ADD 1 TO WRK-NUM-LINHA.
010880 8900-GRAVAR-LINHA-ENRRPT-EXIT.
010890     EXIT.
010900*****************************************************************
010910* 9000-ENCERRAR                                                *
010920*     ENCERRA OS ARQUIVOS E EXIBE O RESUMO NO CONSOLE DO        *
010930*     OPERADOR.                                                 *
010940*****************************************************************
010950 9000-ENCERRAR.
010960     CLOSE ENRIN.
010970     CLOSE ENROUT.
010980     CLOSE ENRREJ.
010990     CLOSE ENRRPT.
011000     DISPLAY 'DATENRCH: LIDOS: ' WRK-CTR-LIDOS
011010         ' ENRIQUECIDOS: ' WRK-CTR-ENRIQUECIDOS
011020         ' REJEITADOS: ' WRK-CTR-REJEITADOS.
011030 9000-ENCERRAR-EXIT.
011040     EXIT.
011050*****************************************************************
011060* 9999-FIM                                                     *
011070*****************************************************************
011080 9999-FIM.
011090     STOP RUN.
