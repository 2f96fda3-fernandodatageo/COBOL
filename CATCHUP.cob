000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CATCHUP.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PLANEJAR A RECUPERACAO DOS DIAS NAO PROCESSADOS APOS
000100* UMA INTERRUPCAO DO AMBIENTE. PARA CADA CICLO (FLUXO DE LOTE)
000110* PRESENTE NA TRILHA DE AUDITORIA (AUDIT-LOG), A PARTIR DA ULTIMA
000120* DATA DE PROCESSAMENTO ACEITA (AS TENTATIVAS RECUSADAS, GRAVADAS
000130* COMO DATA-REDEF-RECUSA, NAO CONTAM), RELACIONA OS DIAS UTEIS
000140* SEGUINTES, ATE A VESPERA DA DATA CORRENTE, SEM NENHUMA EXECUCAO
000150* - A DATA CORRENTE FICA COM A EXECUCAO NORMAL DO CICLO. PARA CADA
000160* DIA RELACIONADO GRAVA, EM ORDEM DE CICLO E DATA, UM CARTAO DE
000170* PARAMETROS DO PROGRAMA DATA-REDEFINIDA PRONTO PARA USO
000180* (CATCHDCK), E IMPRIME O PLANO (CATCHRPT) COM O TOTAL A
000190* REPROCESSAR. O DIA UTIL E OBTIDO DO CALENDARIO ANUAL
000200* (CALENDAR-FILE, GERADO PELO CALGEN); PARA O CICLO QUE TEM
000210* CALENDARIO REGIONAL PROPRIO, E PARA A DATA AUSENTE DO
000220* CALENDARIO ANUAL, E AVALIADO PELA REGRA DE DIA DA SEMANA E PELO
000230* CALENDARIO DE FERIADOS (HOLIDAY-FILE), NACIONAL MAIS O REGIONAL
000240* DO CICLO, COMO NO PROGRAMA DATA-REDEFINIDA. A DATA ANTERIOR AO
000250* INICIO DO PERIODO FISCAL CORRENTE (PERIOD-CTL, COM O INICIO
000260* OBTIDO DO FISCAL-CAL) E SINALIZADA NO PLANO: O PERIODO JA FOI
000270* VIRADO E O REPROCESSAMENTO PODE EXIGIR TICKET DE AUTORIZACAO.
000280* O CARTAO DE PARAMETROS (OPCIONAL, UM POR CICLO) INFORMA O
000290* CALENDARIO REGIONAL E O IDIOMA A REPASSAR NOS CARTOES DO CICLO.
000300* RETURN-CODE 4 QUANDO HOUVER DIA A REPROCESSAR; RETURN-CODE 8
000310* COM TRILHA INDISPONIVEL OU CARTAO DE PARAMETROS INVALIDO.
000320*
000330* HISTORICO DE ALTERACOES
000340* DATA       AUTOR   DESCRICAO
000350* ---------- ------- ------------------------------------------
000360* 15/10/2026 LFL     VERSAO ORIGINAL.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WRK-FS-AUDIT.
000450     SELECT CALENDAR-FILE ASSIGN TO CALENFL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CAL-CHAVE-DATA
000490         FILE STATUS IS WRK-FS-CALEN.
000500     SELECT HOLIDAY-FILE ASSIGN TO HOLIDFL
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HOL-CHAVE
000540         FILE STATUS IS WRK-FS-HOLIDAY.
000550     SELECT PERIOD-CTL ASSIGN TO PERIODFL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PCTL-CHAVE
000590         FILE STATUS IS WRK-FS-PERIOD.
000600     SELECT FISCAL-CAL ASSIGN TO FISCALFL
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS FCAL-CHAVE
000640         FILE STATUS IS WRK-FS-FISCAL.
000650     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-PARM.
000680     SELECT CATCHDCK ASSIGN TO CATCHDCK
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-FS-CATCHDCK.
000710     SELECT CATCHRPT ASSIGN TO CATCHRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-FS-CATCHRPT.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770* AUDIT-LOG - TRILHA DE AUDITORIA GRAVADA A CADA EXECUCAO DO    *
000780*     PROGRAMA DATA-REDEFINIDA (MESMO LAYOUT DE LA).            *
000790*****************************************************************
000800 FD  AUDIT-LOG
000810     LABEL RECORD IS STANDARD.
000820 01  AUDIT-LOG-RECORD.
000830     02  AUDIT-PROGRAMA      PIC X(20).
000840     02  AUDIT-ANO-SISTEMA   PIC 9(04).
000850     02  AUDIT-MES-SISTEMA   PIC 9(02).
000860     02  AUDIT-DIA-SISTEMA   PIC 9(02).
000870     02  AUDIT-DATA-EXECUCAO PIC 9(08).
000880     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000890     02  AUDIT-ID-CICLO      PIC X(08).
000900     02  AUDIT-NUM-SEQ       PIC 9(09).
000910     02  AUDIT-NUM-TICKET    PIC X(10).
000920*****************************************************************
000930* CALENDAR-FILE - CALENDARIO ANUAL DE DIAS UTEIS (MESMO LAYOUT  *
000940*     DO PROGRAMA CALGEN).                                      *
000950*****************************************************************
000960 FD  CALENDAR-FILE
000970     LABEL RECORD IS STANDARD.
000980 01  CALENDAR-RECORD.
000990     02  CAL-CHAVE-DATA      PIC 9(08).
001000     02  CAL-IND-DIA-SEMANA  PIC 9(01).
001010     02  CAL-SW-DIA-UTIL     PIC X(01).
001020         88  CAL-DIA-UTIL            VALUE 'S'.
001030         88  CAL-DIA-NAO-UTIL        VALUE 'N'.
001040     02  CAL-SEQ-DIA-UTIL    PIC 9(02).
001050     02  CAL-DATA-UTIL-ANT   PIC 9(08).
001060     02  CAL-DATA-UTIL-PROX  PIC 9(08).
001070*****************************************************************
001080* HOLIDAY-FILE - CALENDARIO DE FERIADOS E DIAS NAO UTEIS,       *
001090*     CHAVEADO POR CALENDARIO (NAC = NACIONAL, DEMAIS =         *
001100*     REGIONAIS) + DATA AAAAMMDD (MESMO LAYOUT DO PROGRAMA      *
001110*     DATA-REDEFINIDA).                                         *
001120*****************************************************************
001130 FD  HOLIDAY-FILE
001140     LABEL RECORD IS STANDARD.
001150 01  HOLIDAY-RECORD.
001160     02  HOL-CHAVE.
001170         03  HOL-ID-CALENDARIO   PIC X(03).
001180         03  HOL-CHAVE-DATA      PIC 9(08).
001190     02  HOL-DESCRICAO       PIC X(40).
001200*****************************************************************
001210* PERIOD-CTL - CONTROLE DE PERIODO FISCAL CORRENTE (MESMO       *
001220*     LAYOUT DO PROGRAMA DATA-REDEFINIDA).                      *
001230*****************************************************************
001240 FD  PERIOD-CTL
001250     LABEL RECORD IS STANDARD.
001260 01  PERIOD-CTL-RECORD.
001270     02  PCTL-CHAVE          PIC X(08).
001280     02  PCTL-ANO-FISCAL     PIC 9(04).
001290     02  PCTL-PERIODO-FISCAL PIC 9(02).
001300     02  PCTL-DATA-FIM       PIC 9(08).
001310*****************************************************************
001320* FISCAL-CAL - DEFINICAO DO CALENDARIO FISCAL (MESMO LAYOUT DO  *
001330*     PROGRAMA DATA-REDEFINIDA), USADA PARA OBTER A DATA DE     *
001340*     INICIO DO PERIODO FISCAL CORRENTE.                        *
001350*****************************************************************
001360 FD  FISCAL-CAL
001370     LABEL RECORD IS STANDARD.
001380 01  FISCAL-CAL-RECORD.
001390     02  FCAL-CHAVE.
001400         03  FCAL-ANO-FISCAL     PIC 9(04).
001410         03  FCAL-PERIODO-FISCAL PIC 9(02).
001420     02  FCAL-DATA-INICIO    PIC 9(08).
001430     02  FCAL-DATA-FIM       PIC 9(08).
001440     02  FCAL-PADRAO         PIC X(03).
001450*****************************************************************
001460* PARM-CARD - CARTOES DE PARAMETROS DE ENTRADA (SYSIN)          *
001470*     OPCIONAIS, UM POR CICLO: CICLO, CALENDARIO REGIONAL DO    *
001480*     FLUXO (EM BRANCO OU NAC, O CALENDARIO ANUAL) E IDIOMA DO  *
001490*     MES POR EXTENSO (PT/EN; EM BRANCO, O PADRAO DO PROGRAMA   *
001500*     DATA-REDEFINIDA) A REPASSAR NOS CARTOES GERADOS.          *
001510*****************************************************************
001520 FD  PARM-CARD
001530     LABEL RECORD IS OMITTED.
001540 01  PARM-CARD-REG.
001550     02  PARM-ID-CICLO       PIC X(08).
001560     02  FILLER              PIC X(01).
001570     02  PARM-CALENDARIO     PIC X(03).
001580     02  FILLER              PIC X(01).
001590     02  PARM-IDIOMA         PIC X(02).
001600         88  PARM-IDIOMA-VALIDO      VALUE 'PT', 'EN', SPACES.
001610     02  FILLER              PIC X(65).
001620*****************************************************************
001630* CATCHDCK - CARTOES DE PARAMETROS DO PROGRAMA DATA-REDEFINIDA, *
001640*     UM POR DIA A REPROCESSAR, EM ORDEM DE CICLO E DATA (MESMO *
001650*     LAYOUT DO CARTAO PARM-CARD-REG DAQUELE PROGRAMA). O       *
001660*     TICKET SEGUE EM BRANCO: QUANDO A DATA ESTIVER EM PERIODO  *
001670*     FECHADO, E INFORMADO PELA OPERACAO APOS A AUTORIZACAO.    *
001680*****************************************************************
001690 FD  CATCHDCK
001700     LABEL RECORD IS OMITTED.
001710 01  CATCHDCK-REG.
001720     02  DCK-IDIOMA          PIC X(02).
001730     02  DCK-DATA-REPROC     PIC 9(08).
001740     02  DCK-ID-CICLO        PIC X(08).
001750     02  DCK-CALENDARIO      PIC X(03).
001760     02  DCK-NUM-TICKET      PIC X(10).
001770     02  FILLER              PIC X(49).
001780*****************************************************************
001790* CATCHRPT - PLANO DE RECUPERACAO DOS DIAS NAO PROCESSADOS.     *
001800*****************************************************************
001810 FD  CATCHRPT
001820     LABEL RECORD IS OMITTED
001830     RECORD CONTAINS 132 CHARACTERS.
001840 01  CATCHRPT-LINE               PIC X(132).
001850 WORKING-STORAGE SECTION.
001860*****************************************************************
001870* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
001880* DO COPYBOOK COMUM DATECOPY (VER TAMBEM O COPYBOOK DATECALC,   *
001890* NA PROCEDURE DIVISION, COM A ROTINA DE ANO BISSEXTO USADA     *
001900* PELO CALCULO DE ULTIMO DIA DO MES).                           *
001910*****************************************************************
001920     COPY DATECOPY.
001930*****************************************************************
001940* TABELA DE DIAS DA SEMANA POR EXTENSO (MESMA CONVENCAO DO      *
001950* PROGRAMA DATA-REDEFINIDA: 1=SEGUNDA ... 7=DOMINGO).           *
001960*****************************************************************
001970 01  WRK-DIAS-EXTENSO.
001980     02  FILLER              PIC X(13) VALUE 'SEGUNDA-FEIRA'.
001990     02  FILLER              PIC X(13) VALUE 'TERCA-FEIRA  '.
002000     02  FILLER              PIC X(13) VALUE 'QUARTA-FEIRA '.
002010     02  FILLER              PIC X(13) VALUE 'QUINTA-FEIRA '.
002020     02  FILLER              PIC X(13) VALUE 'SEXTA-FEIRA  '.
002030     02  FILLER              PIC X(13) VALUE 'SABADO       '.
002040     02  FILLER              PIC X(13) VALUE 'DOMINGO      '.
002050 01  WRK-DIAS REDEFINES WRK-DIAS-EXTENSO.
002060     02  WRK-DIA-SEMANA      PIC X(13) OCCURS 7 TIMES.
002070*****************************************************************
002080* STATUS DOS ARQUIVOS
002090*****************************************************************
002100 77  WRK-FS-AUDIT            PIC X(02) VALUE '00'.
002110     88  FS-AUDIT-OK                 VALUE '00'.
002120     88  FS-AUDIT-FIM                VALUE '10'.
002130     88  FS-AUDIT-ARQ-INEXISTENTE    VALUE '35'.
002140 77  WRK-FS-CALEN            PIC X(02) VALUE '00'.
002150     88  FS-CALEN-OK                 VALUE '00'.
002160     88  FS-CALEN-NAO-ENCONTRADO     VALUE '23'.
002170     88  FS-CALEN-ARQ-INEXISTENTE    VALUE '35'.
002180 77  WRK-FS-HOLIDAY          PIC X(02) VALUE '00'.
002190     88  FS-HOLIDAY-OK               VALUE '00'.
002200     88  FS-HOLIDAY-NAO-ENCONTRADO   VALUE '23'.
002210     88  FS-HOLIDAY-ARQ-INEXISTENTE  VALUE '35'.
002220 77  WRK-FS-PERIOD           PIC X(02) VALUE '00'.
002230     88  FS-PERIOD-OK                VALUE '00'.
002240     88  FS-PERIOD-NAO-ENCONTRADO    VALUE '23'.
002250     88  FS-PERIOD-ARQ-INEXISTENTE   VALUE '35'.
002260 77  WRK-FS-FISCAL           PIC X(02) VALUE '00'.
002270     88  FS-FISCAL-OK                VALUE '00'.
002280     88  FS-FISCAL-NAO-ENCONTRADO    VALUE '23'.
002290     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
002300 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
002310     88  FS-PARM-OK                  VALUE '00'.
002320     88  FS-PARM-FIM                 VALUE '10'.
002330     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
002340 77  WRK-FS-CATCHDCK         PIC X(02) VALUE '00'.
002350     88  FS-CATCHDCK-OK              VALUE '00'.
002360 77  WRK-FS-CATCHRPT         PIC X(02) VALUE '00'.
002370     88  FS-CATCHRPT-OK              VALUE '00'.
002380 77  WRK-CAL-NACIONAL        PIC X(03) VALUE 'NAC'.
002390 77  WRK-CAL-CONSULTA        PIC X(03) VALUE SPACES.
002400*****************************************************************
002410* CHAVE DO REGISTRO UNICO DE PERIOD-CTL (MESMO VALOR DO         *
002420* PROGRAMA DATA-REDEFINIDA), IDENTIFICACAO DAS TENTATIVAS       *
002430* RECUSADAS NA TRILHA (MESMA CONVENCAO DO AUDTHIST) E CICLO     *
002440* HISTORICO ATRIBUIDO AOS REGISTROS DA TRILHA SEM CICLO.        *
002450*****************************************************************
002460 77  WRK-CHAVE-PERIODO       PIC X(08) VALUE 'PERIODO1'.
002470 77  WRK-PROG-RECUSA         PIC X(20)
002480     VALUE 'DATA-REDEF-RECUSA'.
002490 77  WRK-CICLO-HISTORICO     PIC X(08) VALUE 'CICLO001'.
002500*****************************************************************
002510* INDICADORES DE PROCESSAMENTO
002520*****************************************************************
002530 01  WRK-SWITCHES.
002540     02  WRK-SW-FIM-AUDIT    PIC X(01) VALUE 'N'.
002550         88  FIM-AUDITORIA           VALUE 'S'.
002560     02  WRK-SW-FIM-PARM     PIC X(01) VALUE 'N'.
002570         88  FIM-PARAMETROS          VALUE 'S'.
002580     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
002590         88  PARAMETRO-VALIDO        VALUE 'S'.
002600         88  PARAMETRO-INVALIDO      VALUE 'N'.
002610     02  WRK-SW-CAL-ANUAL    PIC X(01) VALUE 'N'.
002620         88  CALENDARIO-ANUAL-DISPONIVEL VALUE 'S'.
002630     02  WRK-SW-FERIADOS     PIC X(01) VALUE 'N'.
002640         88  FERIADOS-DISPONIVEIS    VALUE 'S'.
002650     02  WRK-SW-PERIODO      PIC X(01) VALUE 'N'.
002660         88  PERIODO-CORRENTE-CONHECIDO VALUE 'S'.
002670     02  WRK-SW-AVL-UTIL     PIC X(01) VALUE 'S'.
002680         88  AVL-DIA-UTIL            VALUE 'S'.
002690         88  AVL-DIA-NAO-UTIL        VALUE 'N'.
002700     02  WRK-SW-TAB-CIC      PIC X(01) VALUE 'N'.
002710         88  TABELA-CIC-CHEIA        VALUE 'S'.
002720*****************************************************************
002730* CICLOS ENCONTRADOS NA TRILHA, MANTIDOS EM ORDEM CRESCENTE, COM*
002740* A ULTIMA DATA DE PROCESSAMENTO ACEITA E A QUANTIDADE DE       *
002750* EXECUCOES ACEITAS DE CADA UM.                                 *
002760*****************************************************************
002770 01  WRK-TAB-CICLOS.
002780     02  WRK-CIC-ENTRADA     OCCURS 100 TIMES.
002790         03  WRK-CIC-ID          PIC X(08).
002800         03  WRK-CIC-ULT-DATA    PIC 9(08).
002810         03  WRK-CIC-QTDE-EXEC   PIC 9(07) COMP.
002820 77  WRK-CIC-USADOS          PIC 9(04) COMP VALUE ZEROS.
002830 77  WRK-CIC-MAXIMO          PIC 9(04) COMP VALUE 100.
002840 77  WRK-IDX-CIC             PIC 9(04) COMP.
002850 77  WRK-IDX-CIC-ACHADO      PIC 9(04) COMP.
002860 77  WRK-IDX-CIC-POS         PIC 9(04) COMP.
002870 77  WRK-IDX-CIC-DESTINO     PIC 9(04) COMP.
002880*****************************************************************
002890* CARTOES DE PARAMETROS POR CICLO (CALENDARIO REGIONAL E IDIOMA)*
002900*****************************************************************
002910 01  WRK-TAB-CARTOES.
002920     02  WRK-CRT-ENTRADA     OCCURS 50 TIMES.
002930         03  WRK-CRT-ID-CICLO    PIC X(08).
002940         03  WRK-CRT-CALENDARIO  PIC X(03).
002950         03  WRK-CRT-IDIOMA      PIC X(02).
002960 77  WRK-CRT-USADOS          PIC 9(04) COMP VALUE ZEROS.
002970 77  WRK-CRT-MAXIMO          PIC 9(04) COMP VALUE 50.
002980 77  WRK-IDX-CRT             PIC 9(04) COMP.
002990 77  WRK-IDX-CRT-ACHADO      PIC 9(04) COMP.
003000*****************************************************************
003010* CICLO EM PLANEJAMENTO: IDENTIFICACAO, CALENDARIO REGIONAL E   *
003020* IDIOMA A REPASSAR NOS CARTOES, E DIAS RELACIONADOS NO CICLO.  *
003030*****************************************************************
003040 77  WRK-CICLO-CORRENTE      PIC X(08) VALUE SPACES.
003050 77  WRK-CAL-CICLO           PIC X(03) VALUE SPACES.
003060 77  WRK-IDIOMA-CICLO        PIC X(02) VALUE SPACES.
003070 77  WRK-CTR-DIAS-CICLO      PIC 9(07) COMP VALUE ZEROS.
003080 77  WRK-FONTE-DIA-UTIL      PIC X(10) VALUE SPACES.
003090*****************************************************************
003100* DATAS DE CONTROLE DO PLANO: DATA DE PROCESSAMENTO DO REGISTRO *
003110* DA TRILHA, DATA CORRENTE (LIMITE EXCLUSIVO DO PLANO) E INICIO *
003120* DO PERIODO FISCAL CORRENTE.                                   *
003130*****************************************************************
003140 77  WRK-DATA-PROCES         PIC 9(08) VALUE ZEROS.
003150 77  WRK-DATA-LIMITE         PIC 9(08) VALUE ZEROS.
003160 77  WRK-INICIO-PERIODO      PIC 9(08) VALUE ZEROS.
003170 77  WRK-PER-ANO-FISCAL      PIC 9(04) VALUE ZEROS.
003180 77  WRK-PER-PERIODO-FISCAL  PIC 9(02) VALUE ZEROS.
003190*****************************************************************
003200* DATA EM AVALIACAO PELAS ROTINAS DE DIA UTIL (5000/5100), QUE  *
003210* TRABALHAM SOBRE ESTES CAMPOS PARA NAO PERTURBAR OS CAMPOS DA  *
003220* TRILHA EM PROCESSAMENTO.                                      *
003230*****************************************************************
003240 01  WRK-DATA-AVL.
003250     02  WRK-AVL-ANO         PIC 9(04).
003260     02  WRK-AVL-MES         PIC 9(02).
003270     02  WRK-AVL-DIA         PIC 9(02).
003280 01  WRK-DATA-AVL-N REDEFINES WRK-DATA-AVL
003290                             PIC 9(08).
003300 77  WRK-AVL-IND-SEMANA      PIC 9(01).
003310*****************************************************************
003320* AREA DE TRABALHO DO CALCULO DO DIA DA SEMANA (CONGRUENCIA
003330* DE ZELLER, VARIANTE SEM SUBTRACAO, VALIDA PARA O CALENDARIO
003340* GREGORIANO), APLICADA A DATA EM AVALIACAO (WRK-DATA-AVL).
003350*****************************************************************
003360 77  WRK-ZEL-ANO             PIC 9(04).
003370 77  WRK-ZEL-MES             PIC 9(02).
003380 77  WRK-ZEL-SECULO          PIC 9(02).
003390 77  WRK-ZEL-ANO-SECULO      PIC 9(02).
003400 77  WRK-ZEL-TERMO1          PIC 9(04).
003410 77  WRK-ZEL-TERMO1-AUX      PIC 9(06).
003420 77  WRK-ZEL-TERMO2          PIC 9(04).
003430 77  WRK-ZEL-TERMO3          PIC 9(04).
003440 77  WRK-ZEL-SOMA            PIC 9(06).
003450 77  WRK-ZEL-RESTO           PIC 9(02).
003460 77  WRK-ZEL-QUOCIENTE       PIC 9(06).
003470*****************************************************************
003480* AREA DE TRABALHO DO CALCULO DE ULTIMO DIA DO MES
003490*****************************************************************
003500 77  WRK-ANO-REF             PIC 9(04).
003510 77  WRK-MES-REF             PIC 9(02).
003520 77  WRK-ULT-DIA-MES         PIC 9(02).
003530*****************************************************************
003540* CONTADORES DO PLANO
003550*****************************************************************
003560 77  WRK-CTR-LIDOS           PIC 9(07) COMP VALUE ZEROS.
003570 77  WRK-CTR-RECUSAS         PIC 9(07) COMP VALUE ZEROS.
003580 77  WRK-CTR-CICLOS-ATRASO   PIC 9(07) COMP VALUE ZEROS.
003590 77  WRK-CTR-CICLOS-EM-DIA   PIC 9(07) COMP VALUE ZEROS.
003600 77  WRK-CTR-CARTOES         PIC 9(07) COMP VALUE ZEROS.
003610 77  WRK-CTR-PERIODO-VIRADO  PIC 9(07) COMP VALUE ZEROS.
003620 77  WRK-CTR-SEM-TRILHA      PIC 9(07) COMP VALUE ZEROS.
003630 77  WRK-CTR-NAO-PLANEJADOS  PIC 9(07) COMP VALUE ZEROS.
003640*****************************************************************
003650* AREA DE TRABALHO DO RELATORIO CATCHRPT
003660*****************************************************************
003670 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
003680 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
003690 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
003700 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
003710 01  WRK-LINHA-SAIDA         PIC X(132).
003720 01  WRK-CAB-RELATORIO-1.
003730     02  FILLER              PIC X(01) VALUE SPACES.
003740     02  FILLER              PIC X(33)
003750         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
003760     02  FILLER              PIC X(78) VALUE SPACES.
003770     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
003780     02  WRK-CAB-PAGINA      PIC ZZZ9.
003790     02  FILLER              PIC X(08) VALUE SPACES.
003800 01  WRK-CAB-RELATORIO-2.
003810     02  FILLER              PIC X(01) VALUE SPACES.
003820     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
003830     02  FILLER              PIC X(20) VALUE 'CATCHUP'.
003840     02  FILLER              PIC X(20) VALUE SPACES.
003850     02  FILLER              PIC X(20)
003860         VALUE 'DATA PROCESSAMENTO: '.
003870     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
003880     02  FILLER              PIC X(51) VALUE SPACES.
003890 01  WRK-CAB-RELATORIO-3.
003900     02  FILLER              PIC X(01) VALUE SPACES.
003910     02  FILLER              PIC X(131) VALUE ALL '-'.
003920 01  WRK-LINHA-TITULO.
003930     02  FILLER              PIC X(01) VALUE SPACES.
003940     02  WRK-TIT-TEXTO       PIC X(60).
003950     02  FILLER              PIC X(71) VALUE SPACES.
003960 01  WRK-LINHA-PERIODO.
003970     02  FILLER              PIC X(01) VALUE SPACES.
003980     02  FILLER              PIC X(25)
003990         VALUE 'PERIODO FISCAL CORRENTE: '.
004000     02  WRK-PRD-ANO         PIC 9(04).
004010     02  FILLER              PIC X(01) VALUE '/'.
004020     02  WRK-PRD-PERIODO     PIC 9(02).
004030     02  FILLER              PIC X(10) VALUE '  INICIO: '.
004040     02  WRK-PRD-INICIO      PIC 9999/99/99.
004050     02  FILLER              PIC X(79) VALUE SPACES.
004060 01  WRK-LINHA-CICLO.
004070     02  FILLER              PIC X(01) VALUE SPACES.
004080     02  FILLER              PIC X(07) VALUE 'CICLO: '.
004090     02  WRK-CCL-ID          PIC X(08).
004100     02  FILLER              PIC X(27)
004110         VALUE '  ULTIMA EXECUCAO ACEITA: '.
004120     02  WRK-CCL-ULT-DATA    PIC 9999/99/99.
004130     02  FILLER              PIC X(13) VALUE '  EXECUCOES: '.
004140     02  WRK-CCL-QTDE-EXEC   PIC ZZZZZZ9.
004150     02  FILLER              PIC X(14) VALUE '  CALENDARIO: '.
004160     02  WRK-CCL-CALENDARIO  PIC X(24).
004170     02  FILLER              PIC X(21) VALUE SPACES.
004180 01  WRK-LINHA-DETALHE.
004190     02  FILLER              PIC X(03) VALUE SPACES.
004200     02  WRK-DET-ORDEM       PIC ZZZ9.
004210     02  FILLER              PIC X(02) VALUE SPACES.
004220     02  WRK-DET-DATA        PIC 9999/99/99.
004230     02  FILLER              PIC X(02) VALUE SPACES.
004240     02  WRK-DET-DIA-SEMANA  PIC X(13).
004250     02  FILLER              PIC X(02) VALUE SPACES.
004260     02  WRK-DET-FONTE       PIC X(10).
004270     02  FILLER              PIC X(02) VALUE SPACES.
004280     02  WRK-DET-OBSERVACAO  PIC X(60).
004290     02  FILLER              PIC X(24) VALUE SPACES.
004300 01  WRK-LINHA-TOTAL.
004310     02  FILLER              PIC X(01) VALUE SPACES.
004320     02  WRK-TOT-TEXTO       PIC X(45).
004330     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
004340     02  FILLER              PIC X(79) VALUE SPACES.
004350 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
004360 PROCEDURE DIVISION.
004370*****************************************************************
004380* 0000-MAINLINE                                                *
004390*****************************************************************
004400 0000-MAINLINE.
004410     PERFORM 1000-INICIALIZAR
004420         THRU 1000-INICIALIZAR-EXIT.
004430     IF FS-AUDIT-ARQ-INEXISTENTE OR PARAMETRO-INVALIDO
004440         MOVE 08 TO RETURN-CODE
004450         GO TO 9999-FIM
004460     END-IF.
004470     PERFORM 2000-PROCESSAR-EXECUCAO
004480         THRU 2000-PROCESSAR-EXECUCAO-EXIT
004490         UNTIL FIM-AUDITORIA.
004500     PERFORM 3000-PLANEJAR-CICLO
004510         THRU 3000-PLANEJAR-CICLO-EXIT
004520         VARYING WRK-IDX-CIC FROM 1 BY 1
004530         UNTIL WRK-IDX-CIC > WRK-CIC-USADOS.
004540     PERFORM 3500-CONFERIR-CARTOES
004550         THRU 3500-CONFERIR-CARTOES-EXIT.
004560     PERFORM 8000-IMPRIMIR-TOTAIS
004570         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
004580     PERFORM 9000-ENCERRAR
004590         THRU 9000-ENCERRAR-EXIT.
004600     IF WRK-CTR-CARTOES > ZEROS
004610         MOVE 04 TO RETURN-CODE
004620     END-IF.
004630     GO TO 9999-FIM.
004640 0000-MAINLINE-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 1000-INICIALIZAR                                             *
004680*     LE OS CARTOES DE PARAMETROS, ABRE A TRILHA DE AUDITORIA,  *
004690*     OS CALENDARIOS (QUANDO EXISTIREM), O ARQUIVO DE CARTOES E *
004700*     O RELATORIO, OBTEM O PERIODO FISCAL CORRENTE, IMPRIME O   *
004710*     TITULO E FAZ A LEITURA INICIAL DA TRILHA.                 *
004720*****************************************************************
004730 1000-INICIALIZAR.
004740     ACCEPT DATASYS FROM DATE YYYYMMDD.
004750     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
004760         + (MESSYS * 100) + DIASYS.
004770     MOVE WRK-DATASYS-NUM TO WRK-DATA-LIMITE.
004780     PERFORM 0500-OBTER-PARAMETROS
004790         THRU 0500-OBTER-PARAMETROS-EXIT.
004800     IF PARAMETRO-INVALIDO
004810         GO TO 1000-INICIALIZAR-EXIT
004820     END-IF.
004830     OPEN INPUT AUDIT-LOG.
004840     IF FS-AUDIT-ARQ-INEXISTENTE
004850         DISPLAY 'CATCHUP: TRILHA DE AUDITORIA (AUDITLOG) '
004860             'INDISPONIVEL - PLANO NAO GERADO'
004870         GO TO 1000-INICIALIZAR-EXIT
004880     END-IF.
004890     OPEN INPUT CALENDAR-FILE.
004900     IF FS-CALEN-OK
004910         SET CALENDARIO-ANUAL-DISPONIVEL TO TRUE
004920     ELSE
004930         DISPLAY 'AVISO: CALENDARIO ANUAL (CALENFL) INDISPONIVEL'
004940             ' - DIAS UTEIS PELO CALENDARIO DE FERIADOS'
004950     END-IF.
004960     OPEN INPUT HOLIDAY-FILE.
004970     IF FS-HOLIDAY-OK
004980         SET FERIADOS-DISPONIVEIS TO TRUE
004990     ELSE
005000         DISPLAY 'AVISO: ARQUIVO DE FERIADOS INDISPONIVEL - '
005010             'FERIADOS NAO SERAO CONSIDERADOS'
005020     END-IF.
005030     PERFORM 0600-OBTER-PERIODO-CORRENTE
005040         THRU 0600-OBTER-PERIODO-CORRENTE-EXIT.
005050     OPEN OUTPUT CATCHDCK.
005060     OPEN OUTPUT CATCHRPT.
005070     MOVE 'PLANO DE RECUPERACAO DE DIAS NAO PROCESSADOS'
005080         TO WRK-TIT-TEXTO.
005090     PERFORM 8700-IMPRIMIR-TITULO
005100         THRU 8700-IMPRIMIR-TITULO-EXIT.
005110     IF PERIODO-CORRENTE-CONHECIDO
005120         MOVE WRK-PER-ANO-FISCAL     TO WRK-PRD-ANO
005130         MOVE WRK-PER-PERIODO-FISCAL TO WRK-PRD-PERIODO
005140         MOVE WRK-INICIO-PERIODO     TO WRK-PRD-INICIO
005150         MOVE WRK-LINHA-PERIODO TO WRK-LINHA-SAIDA
005160         PERFORM 8900-GRAVAR-LINHA-CATCHRPT
005170             THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT
005180     ELSE
005190         MOVE
005200             'PERIODO FISCAL INDISPONIVEL - SEM SINALIZACAO'
005210             TO WRK-TIT-TEXTO
005220         PERFORM 8700-IMPRIMIR-TITULO
005230             THRU 8700-IMPRIMIR-TITULO-EXIT
005240     END-IF.
005250     PERFORM 2900-LER-AUDITORIA
005260         THRU 2900-LER-AUDITORIA-EXIT.
005270 1000-INICIALIZAR-EXIT.
005280     EXIT.
005290*****************************************************************
005300* 0500-OBTER-PARAMETROS                                        *
005310*     LE OS CARTOES DE PARAMETROS OPCIONAIS (UM POR CICLO) PARA *
005320*     A TABELA DE CARTOES. CARTOES EM BRANCO SAO IGNORADOS;     *
005330*     CICLO AUSENTE, IDIOMA DIFERENTE DE PT/EN, CICLO REPETIDO  *
005340*     OU EXCESSO DE CARTOES INVALIDAM A EXECUCAO.               *
005350*****************************************************************
005360 0500-OBTER-PARAMETROS.
005370     OPEN INPUT PARM-CARD.
005380     IF NOT FS-PARM-OK
005390         GO TO 0500-OBTER-PARAMETROS-EXIT
005400     END-IF.
005410     PERFORM 0550-LER-CARTAO
005420         THRU 0550-LER-CARTAO-EXIT
005430         UNTIL FIM-PARAMETROS OR PARAMETRO-INVALIDO.
005440     CLOSE PARM-CARD.
005450 0500-OBTER-PARAMETROS-EXIT.
005460     EXIT.
005470*****************************************************************
005480* 0550-LER-CARTAO                                              *
005490*     LE UM CARTAO DE PARAMETROS, CONSISTE-O E O GUARDA NA      *
005500*     TABELA DE CARTOES.                                        *
005510*****************************************************************
005520 0550-LER-CARTAO.
005530     READ PARM-CARD
005540         AT END
005550             SET FIM-PARAMETROS TO TRUE
005560     END-READ.
005570     IF FIM-PARAMETROS OR PARM-CARD-REG = SPACES
005580         GO TO 0550-LER-CARTAO-EXIT
005590     END-IF.
005600     IF PARM-ID-CICLO = SPACES
005610         DISPLAY 'CATCHUP: CARTAO SEM CICLO: ' PARM-CARD-REG
005620         SET PARAMETRO-INVALIDO TO TRUE
005630         GO TO 0550-LER-CARTAO-EXIT
005640     END-IF.
005650     IF NOT PARM-IDIOMA-VALIDO
005660         DISPLAY 'CATCHUP: IDIOMA INVALIDO NO CARTAO DO CICLO '
005670             PARM-ID-CICLO ': ' PARM-IDIOMA
005680         SET PARAMETRO-INVALIDO TO TRUE
005690         GO TO 0550-LER-CARTAO-EXIT
005700     END-IF.
005710     MOVE PARM-ID-CICLO TO WRK-CICLO-CORRENTE.
005720     PERFORM 3050-PROCURAR-CARTAO
005730         THRU 3050-PROCURAR-CARTAO-EXIT.
005740     IF WRK-IDX-CRT-ACHADO > ZEROS
005750         DISPLAY 'CATCHUP: CICLO REPETIDO NOS CARTOES: '
005760             PARM-ID-CICLO
005770         SET PARAMETRO-INVALIDO TO TRUE
005780         GO TO 0550-LER-CARTAO-EXIT
005790     END-IF.
005800     IF WRK-CRT-USADOS >= WRK-CRT-MAXIMO
005810         DISPLAY 'CATCHUP: EXCESSO DE CARTOES DE PARAMETROS - '
005820             'MAXIMO ' WRK-CRT-MAXIMO
005830         SET PARAMETRO-INVALIDO TO TRUE
005840         GO TO 0550-LER-CARTAO-EXIT
005850     END-IF.
005860     ADD 1 TO WRK-CRT-USADOS.
005870     MOVE PARM-ID-CICLO   TO WRK-CRT-ID-CICLO(WRK-CRT-USADOS).
005880     MOVE PARM-CALENDARIO TO WRK-CRT-CALENDARIO(WRK-CRT-USADOS).
005890     MOVE PARM-IDIOMA     TO WRK-CRT-IDIOMA(WRK-CRT-USADOS).
005900 0550-LER-CARTAO-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 0600-OBTER-PERIODO-CORRENTE                                  *
005940*     LE O PERIODO FISCAL CORRENTE NO REGISTRO UNICO DE         *
005950*     PERIOD-CTL E A DATA DE INICIO DESSE PERIODO NO FISCAL-CAL.*
005960*     SEM ESSES DADOS O PLANO E GERADO SEM A SINALIZACAO DE     *
005970*     PERIODO JA VIRADO.                                        *
005980*****************************************************************
005990 0600-OBTER-PERIODO-CORRENTE.
006000     OPEN INPUT PERIOD-CTL.
006010     IF NOT FS-PERIOD-OK
006020         DISPLAY 'AVISO: CONTROLE DE PERIODO (PERIODFL) '
006030             'INDISPONIVEL - FS: ' WRK-FS-PERIOD
006040         GO TO 0600-OBTER-PERIODO-CORRENTE-EXIT
006050     END-IF.
006060     MOVE WRK-CHAVE-PERIODO TO PCTL-CHAVE.
006070     READ PERIOD-CTL
006080         INVALID KEY
006090             CONTINUE
006100     END-READ.
006110     IF NOT FS-PERIOD-OK
006120         DISPLAY 'AVISO: PERIODO FISCAL CORRENTE NAO REGISTRADO '
006130             'EM PERIODFL'
006140         CLOSE PERIOD-CTL
006150         GO TO 0600-OBTER-PERIODO-CORRENTE-EXIT
006160     END-IF.
006170     MOVE PCTL-ANO-FISCAL     TO WRK-PER-ANO-FISCAL.
006180     MOVE PCTL-PERIODO-FISCAL TO WRK-PER-PERIODO-FISCAL.
006190     CLOSE PERIOD-CTL.
006200     OPEN INPUT FISCAL-CAL.
006210     IF NOT FS-FISCAL-OK
006220         DISPLAY 'AVISO: CALENDARIO FISCAL (FISCALFL) '
006230             'INDISPONIVEL - FS: ' WRK-FS-FISCAL
006240         GO TO 0600-OBTER-PERIODO-CORRENTE-EXIT
006250     END-IF.
006260     MOVE WRK-PER-ANO-FISCAL     TO FCAL-ANO-FISCAL.
006270     MOVE WRK-PER-PERIODO-FISCAL TO FCAL-PERIODO-FISCAL.
006280     READ FISCAL-CAL
006290         INVALID KEY
006300             CONTINUE
006310     END-READ.
006320     IF FS-FISCAL-OK
006330         MOVE FCAL-DATA-INICIO TO WRK-INICIO-PERIODO
006340         SET PERIODO-CORRENTE-CONHECIDO TO TRUE
006350     ELSE
006360         DISPLAY 'AVISO: PERIODO ' WRK-PER-ANO-FISCAL '/'
006370             WRK-PER-PERIODO-FISCAL ' AUSENTE DO FISCAL-CAL'
006380     END-IF.
006390     CLOSE FISCAL-CAL.
006400 0600-OBTER-PERIODO-CORRENTE-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 2000-PROCESSAR-EXECUCAO                                      *
006440*     REGISTRA A EXECUCAO ACEITA CORRENTE DA TRILHA NO SEU      *
006450*     CICLO, GUARDANDO A MAIOR DATA DE PROCESSAMENTO. AS        *
006460*     TENTATIVAS RECUSADAS SAO APENAS CONTADAS; O REGISTRO SEM  *
006470*     CICLO PERTENCE AO CICLO HISTORICO CICLO001.               *
006480*****************************************************************
006490 2000-PROCESSAR-EXECUCAO.
006500     ADD 1 TO WRK-CTR-LIDOS.
006510     IF AUDIT-PROGRAMA = WRK-PROG-RECUSA
006520         ADD 1 TO WRK-CTR-RECUSAS
006530         GO TO 2000-LER-PROXIMO
006540     END-IF.
006550     COMPUTE WRK-DATA-PROCES = (AUDIT-ANO-SISTEMA * 10000)
006560         + (AUDIT-MES-SISTEMA * 100) + AUDIT-DIA-SISTEMA.
006570     IF AUDIT-ID-CICLO = SPACES
006580         MOVE WRK-CICLO-HISTORICO TO WRK-CICLO-CORRENTE
006590     ELSE
006600         MOVE AUDIT-ID-CICLO TO WRK-CICLO-CORRENTE
006610     END-IF.
006620     PERFORM 2300-REGISTRAR-CICLO
006630         THRU 2300-REGISTRAR-CICLO-EXIT.
006640     IF WRK-IDX-CIC-ACHADO = ZEROS
006650         GO TO 2000-LER-PROXIMO
006660     END-IF.
006670     ADD 1 TO WRK-CIC-QTDE-EXEC(WRK-IDX-CIC-ACHADO).
006680     IF WRK-DATA-PROCES > WRK-CIC-ULT-DATA(WRK-IDX-CIC-ACHADO)
006690         MOVE WRK-DATA-PROCES
006700             TO WRK-CIC-ULT-DATA(WRK-IDX-CIC-ACHADO)
006710     END-IF.
006720 2000-LER-PROXIMO.
006730     PERFORM 2900-LER-AUDITORIA
006740         THRU 2900-LER-AUDITORIA-EXIT.
006750 2000-PROCESSAR-EXECUCAO-EXIT.
006760     EXIT.
006770*****************************************************************
006780* 2300-REGISTRAR-CICLO                                         *
006790*     LOCALIZA WRK-CICLO-CORRENTE NA TABELA DE CICLOS OU O      *
006800*     INSERE NA SUA POSICAO EM ORDEM CRESCENTE, DESLOCANDO OS   *
006810*     CICLOS MAIORES. DEVOLVE A POSICAO EM WRK-IDX-CIC-ACHADO   *
006820*     (ZERO QUANDO A TABELA ESTIVER ESGOTADA).                  *
006830*****************************************************************
006840 2300-REGISTRAR-CICLO.
006850     MOVE ZEROS TO WRK-IDX-CIC-ACHADO.
006860     PERFORM 2350-PROCURAR-CICLO
006870         THRU 2350-PROCURAR-CICLO-EXIT
006880         VARYING WRK-IDX-CIC FROM 1 BY 1
006890         UNTIL WRK-IDX-CIC > WRK-CIC-USADOS
006900            OR WRK-IDX-CIC-ACHADO > ZEROS.
006910     IF WRK-IDX-CIC-ACHADO > ZEROS
006920         GO TO 2300-REGISTRAR-CICLO-EXIT
006930     END-IF.
006940     IF WRK-CIC-USADOS >= WRK-CIC-MAXIMO
006950         IF NOT TABELA-CIC-CHEIA
006960             SET TABELA-CIC-CHEIA TO TRUE
006970             DISPLAY 'CATCHUP: TABELA DE CICLOS ESGOTADA - '
006980                 'PLANO INCOMPLETO'
006990         END-IF
007000         ADD 1 TO WRK-CTR-NAO-PLANEJADOS
007010         GO TO 2300-REGISTRAR-CICLO-EXIT
007020     END-IF.
007030     COMPUTE WRK-IDX-CIC-POS = WRK-CIC-USADOS + 1.
007040     PERFORM 2360-LOCALIZAR-POSICAO
007050         THRU 2360-LOCALIZAR-POSICAO-EXIT
007060         VARYING WRK-IDX-CIC FROM WRK-CIC-USADOS BY -1
007070         UNTIL WRK-IDX-CIC < 1.
007080     PERFORM 2370-DESLOCAR-CICLO
007090         THRU 2370-DESLOCAR-CICLO-EXIT
007100         VARYING WRK-IDX-CIC FROM WRK-CIC-USADOS BY -1
007110         UNTIL WRK-IDX-CIC < WRK-IDX-CIC-POS.
007120     ADD 1 TO WRK-CIC-USADOS.
007130     MOVE WRK-CICLO-CORRENTE TO WRK-CIC-ID(WRK-IDX-CIC-POS).
007140     MOVE ZEROS TO WRK-CIC-ULT-DATA(WRK-IDX-CIC-POS)
007150                   WRK-CIC-QTDE-EXEC(WRK-IDX-CIC-POS).
007160     MOVE WRK-IDX-CIC-POS TO WRK-IDX-CIC-ACHADO.
007170 2300-REGISTRAR-CICLO-EXIT.
007180     EXIT.
007190*****************************************************************
007200* 2350-PROCURAR-CICLO                                          *
007210*     COMPARA WRK-CICLO-CORRENTE COM A ENTRADA WRK-IDX-CIC.     *
007220*****************************************************************
007230 2350-PROCURAR-CICLO.
007240     IF WRK-CIC-ID(WRK-IDX-CIC) = WRK-CICLO-CORRENTE
007250         MOVE WRK-IDX-CIC TO WRK-IDX-CIC-ACHADO
007260     END-IF.
007270 2350-PROCURAR-CICLO-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 2360-LOCALIZAR-POSICAO                                       *
007310*     PERCORRIDA DO FIM PARA O INICIO DA TABELA, DEIXA EM       *
007320*     WRK-IDX-CIC-POS A PRIMEIRA POSICAO CUJO CICLO E MAIOR QUE *
007330*     WRK-CICLO-CORRENTE.                                       *
007340*****************************************************************
007350 2360-LOCALIZAR-POSICAO.
007360     IF WRK-CIC-ID(WRK-IDX-CIC) > WRK-CICLO-CORRENTE
007370         MOVE WRK-IDX-CIC TO WRK-IDX-CIC-POS
007380     END-IF.
007390 2360-LOCALIZAR-POSICAO-EXIT.
007400     EXIT.
007410*****************************************************************
007420* 2370-DESLOCAR-CICLO                                          *
007430*     DESLOCA A ENTRADA WRK-IDX-CIC UMA POSICAO ADIANTE, ABRINDO*
007440*     ESPACO PARA O CICLO A INSERIR.                            *
007450*****************************************************************
007460 2370-DESLOCAR-CICLO.
007470     COMPUTE WRK-IDX-CIC-DESTINO = WRK-IDX-CIC + 1.
007480     MOVE WRK-CIC-ENTRADA(WRK-IDX-CIC)
007490         TO WRK-CIC-ENTRADA(WRK-IDX-CIC-DESTINO).
007500 2370-DESLOCAR-CICLO-EXIT.
007510     EXIT.
007520*****************************************************************
007530* 2900-LER-AUDITORIA                                           *
007540*     LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA, LIGANDO O   *
007550*     INDICADOR DE FIM DE ARQUIVO QUANDO NAO HOUVER MAIS.       *
007560*****************************************************************
007570 2900-LER-AUDITORIA.
007580     READ AUDIT-LOG
007590         AT END
007600             SET FIM-AUDITORIA TO TRUE
007610     END-READ.
007620 2900-LER-AUDITORIA-EXIT.
007630     EXIT.
007640*****************************************************************
007650* 3000-PLANEJAR-CICLO                                          *
007660*     IMPRIME O CABECALHO DO CICLO WRK-IDX-CIC E PERCORRE OS    *
007670*     DIAS SEGUINTES A SUA ULTIMA EXECUCAO ACEITA ATE A VESPERA *
007680*     DA DATA CORRENTE, RELACIONANDO E GERANDO O CARTAO DE CADA *
007690*     DIA UTIL (NENHUM DELES TEM EXECUCAO, POIS SAO POSTERIORES *
007700*     A ULTIMA).                                                *
007710*****************************************************************
007720 3000-PLANEJAR-CICLO.
007730     MOVE WRK-CIC-ID(WRK-IDX-CIC) TO WRK-CICLO-CORRENTE.
007740     PERFORM 3050-PROCURAR-CARTAO
007750         THRU 3050-PROCURAR-CARTAO-EXIT.
007760     IF WRK-IDX-CRT-ACHADO > ZEROS
007770         MOVE WRK-CRT-CALENDARIO(WRK-IDX-CRT-ACHADO)
007780             TO WRK-CAL-CICLO
007790         MOVE WRK-CRT-IDIOMA(WRK-IDX-CRT-ACHADO)
007800             TO WRK-IDIOMA-CICLO
007810     ELSE
007820         MOVE SPACES TO WRK-CAL-CICLO
007830                        WRK-IDIOMA-CICLO
007840     END-IF.
007850     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
007860     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
007870         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
007880     MOVE WRK-CICLO-CORRENTE TO WRK-CCL-ID.
007890     MOVE WRK-CIC-ULT-DATA(WRK-IDX-CIC)  TO WRK-CCL-ULT-DATA.
007900     MOVE WRK-CIC-QTDE-EXEC(WRK-IDX-CIC) TO WRK-CCL-QTDE-EXEC.
007910     MOVE SPACES TO WRK-CCL-CALENDARIO.
007920     IF WRK-CAL-CICLO = SPACES OR WRK-CAL-CICLO = WRK-CAL-NACIONAL
007930         MOVE 'ANUAL (CALENFL)' TO WRK-CCL-CALENDARIO
007940     ELSE
007950         STRING 'NAC + '        DELIMITED BY SIZE
007960                WRK-CAL-CICLO   DELIMITED BY SPACE
007970                ' (HOLIDFL)'    DELIMITED BY SIZE
007980             INTO WRK-CCL-CALENDARIO
007990     END-IF.
008000     MOVE WRK-LINHA-CICLO TO WRK-LINHA-SAIDA.
008010     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
008020         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
008030     MOVE ZEROS TO WRK-CTR-DIAS-CICLO.
008040     MOVE WRK-CIC-ULT-DATA(WRK-IDX-CIC) TO WRK-DATA-AVL-N.
008050     PERFORM 5100-AVANCAR-DATA-AVL
008060         THRU 5100-AVANCAR-DATA-AVL-EXIT.
008070     PERFORM 3100-EXAMINAR-DATA
008080         THRU 3100-EXAMINAR-DATA-EXIT
008090         UNTIL WRK-DATA-AVL-N NOT < WRK-DATA-LIMITE.
008100     IF WRK-CTR-DIAS-CICLO = ZEROS
008110         ADD 1 TO WRK-CTR-CICLOS-EM-DIA
008120         MOVE '  CICLO EM DIA - NENHUM DIA UTIL A REPROCESSAR'
008130             TO WRK-TIT-TEXTO
008140         PERFORM 8700-IMPRIMIR-TITULO
008150             THRU 8700-IMPRIMIR-TITULO-EXIT
008160     ELSE
008170         ADD 1 TO WRK-CTR-CICLOS-ATRASO
008180         MOVE '  DIAS A REPROCESSAR NO CICLO:' TO WRK-TOT-TEXTO
008190         MOVE WRK-CTR-DIAS-CICLO TO WRK-TOT-VALOR
008200         PERFORM 8800-GRAVAR-LINHA-TOTAL
008210             THRU 8800-GRAVAR-LINHA-TOTAL-EXIT
008220     END-IF.
008230 3000-PLANEJAR-CICLO-EXIT.
008240     EXIT.
008250*****************************************************************
008260* 3050-PROCURAR-CARTAO                                         *
008270*     PROCURA WRK-CICLO-CORRENTE NA TABELA DE CARTOES DE        *
008280*     PARAMETROS, DEVOLVENDO A POSICAO EM WRK-IDX-CRT-ACHADO    *
008290*     (ZERO QUANDO O CICLO NAO TEM CARTAO).                     *
008300*****************************************************************
008310 3050-PROCURAR-CARTAO.
008320     MOVE ZEROS TO WRK-IDX-CRT-ACHADO.
008330     PERFORM 3060-COMPARAR-CARTAO
008340         THRU 3060-COMPARAR-CARTAO-EXIT
008350         VARYING WRK-IDX-CRT FROM 1 BY 1
008360         UNTIL WRK-IDX-CRT > WRK-CRT-USADOS
008370            OR WRK-IDX-CRT-ACHADO > ZEROS.
008380 3050-PROCURAR-CARTAO-EXIT.
008390     EXIT.
008400*****************************************************************
008410* 3060-COMPARAR-CARTAO                                         *
008420*     COMPARA WRK-CICLO-CORRENTE COM A ENTRADA WRK-IDX-CRT.     *
008430*****************************************************************
008440 3060-COMPARAR-CARTAO.
008450     IF WRK-CRT-ID-CICLO(WRK-IDX-CRT) = WRK-CICLO-CORRENTE
008460         MOVE WRK-IDX-CRT TO WRK-IDX-CRT-ACHADO
008470     END-IF.
008480 3060-COMPARAR-CARTAO-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 3100-EXAMINAR-DATA                                           *
008520*     EXAMINA A DATA EM AVALIACAO: QUANDO FOR DIA UTIL NO       *
008530*     CALENDARIO DO CICLO, GRAVA O CARTAO DE PARAMETROS E A     *
008540*     LINHA DO PLANO, SINALIZANDO A DATA ANTERIOR AO INICIO DO  *
008550*     PERIODO FISCAL CORRENTE. AO FINAL, AVANCA PARA A DATA     *
008560*     SEGUINTE.                                                 *
008570*****************************************************************
008580 3100-EXAMINAR-DATA.
008590     PERFORM 5000-AVALIAR-DIA-UTIL
008600         THRU 5000-AVALIAR-DIA-UTIL-EXIT.
008610     IF AVL-DIA-NAO-UTIL
008620         GO TO 3100-AVANCAR
008630     END-IF.
008640     ADD 1 TO WRK-CTR-DIAS-CICLO.
008650     ADD 1 TO WRK-CTR-CARTOES.
008660     MOVE SPACES TO CATCHDCK-REG.
008670     MOVE WRK-IDIOMA-CICLO   TO DCK-IDIOMA.
008680     MOVE WRK-DATA-AVL-N     TO DCK-DATA-REPROC.
008690     MOVE WRK-CICLO-CORRENTE TO DCK-ID-CICLO.
008700     MOVE WRK-CAL-CICLO      TO DCK-CALENDARIO.
008710     WRITE CATCHDCK-REG.
008720     MOVE WRK-CTR-CARTOES    TO WRK-DET-ORDEM.
008730     MOVE WRK-DATA-AVL-N     TO WRK-DET-DATA.
008740     MOVE WRK-DIA-SEMANA(WRK-AVL-IND-SEMANA)
008750         TO WRK-DET-DIA-SEMANA.
008760     MOVE WRK-FONTE-DIA-UTIL TO WRK-DET-FONTE.
008770     MOVE SPACES TO WRK-DET-OBSERVACAO.
008780     IF PERIODO-CORRENTE-CONHECIDO
008790             AND WRK-DATA-AVL-N < WRK-INICIO-PERIODO
008800         ADD 1 TO WRK-CTR-PERIODO-VIRADO
008810         MOVE 'PERIODO FISCAL JA VIRADO - PODE EXIGIR TICKET'
008820             TO WRK-DET-OBSERVACAO
008830     END-IF.
008840     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
008850     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
008860         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
008870 3100-AVANCAR.
008880     PERFORM 5100-AVANCAR-DATA-AVL
008890         THRU 5100-AVANCAR-DATA-AVL-EXIT.
008900 3100-EXAMINAR-DATA-EXIT.
008910     EXIT.
008920*****************************************************************
008930* 3500-CONFERIR-CARTOES                                        *
008940*     RELACIONA OS CICLOS INFORMADOS NOS CARTOES DE PARAMETROS  *
008950*     QUE NAO TEM NENHUMA EXECUCAO ACEITA NA TRILHA: SEM PONTO  *
008960*     DE PARTIDA, NAO HA COMO PLANEJAR A RECUPERACAO DELES.     *
008970*****************************************************************
008980 3500-CONFERIR-CARTOES.
008990     PERFORM 3550-CONFERIR-CARTAO
009000         THRU 3550-CONFERIR-CARTAO-EXIT
009010         VARYING WRK-IDX-CRT FROM 1 BY 1
009020         UNTIL WRK-IDX-CRT > WRK-CRT-USADOS.
009030 3500-CONFERIR-CARTOES-EXIT.
009040     EXIT.
009050*****************************************************************
009060* 3550-CONFERIR-CARTAO                                         *
009070*     PROCURA O CICLO DO CARTAO WRK-IDX-CRT NA TABELA DE        *
009080*     CICLOS DA TRILHA E O RELACIONA QUANDO AUSENTE.            *
009090*****************************************************************
009100 3550-CONFERIR-CARTAO.
009110     MOVE WRK-CRT-ID-CICLO(WRK-IDX-CRT) TO WRK-CICLO-CORRENTE.
009120     MOVE ZEROS TO WRK-IDX-CIC-ACHADO.
009130     PERFORM 2350-PROCURAR-CICLO
009140         THRU 2350-PROCURAR-CICLO-EXIT
009150         VARYING WRK-IDX-CIC FROM 1 BY 1
009160         UNTIL WRK-IDX-CIC > WRK-CIC-USADOS
009170            OR WRK-IDX-CIC-ACHADO > ZEROS.
009180     IF WRK-IDX-CIC-ACHADO > ZEROS
009190         GO TO 3550-CONFERIR-CARTAO-EXIT
009200     END-IF.
009210     ADD 1 TO WRK-CTR-SEM-TRILHA.
009220     IF WRK-CTR-SEM-TRILHA = 1
009230         MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA
009240         PERFORM 8900-GRAVAR-LINHA-CATCHRPT
009250             THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT
009260     END-IF.
009270     MOVE SPACES TO WRK-TIT-TEXTO.
009280     STRING 'CICLO '                 DELIMITED BY SIZE
009290            WRK-CICLO-CORRENTE       DELIMITED BY SIZE
009300            ' SEM EXECUCAO ACEITA NA TRILHA - NAO PLANEJADO'
009310                                     DELIMITED BY SIZE
009320         INTO WRK-TIT-TEXTO.
009330     PERFORM 8700-IMPRIMIR-TITULO
009340         THRU 8700-IMPRIMIR-TITULO-EXIT.
009350 3550-CONFERIR-CARTAO-EXIT.
009360     EXIT.
009370*****************************************************************
009380* 4400-VERIFICAR-ANO-BISSEXTO                                  *
009390*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
009400*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
009410*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
009420*     DATECALC).                                                *
009430*****************************************************************
009440 4400-VERIFICAR-ANO-BISSEXTO.
009450     MOVE WRK-ANO-REF TO DATECOPY-ANO-CALC.
009460     PERFORM 4690-VERIFICAR-BISSEXTO-DATECOPY
009470         THRU 4690-VERIFICAR-BISSEXTO-DATECOPY-EXIT.
009480 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
009490     EXIT.
009500*****************************************************************
009510* 4500-CALCULAR-ULTIMO-DIA-MES                                 *
009520*     RECEBE O ANO EM WRK-ANO-REF E O MES EM WRK-MES-REF E      *
009530*     DEVOLVE EM WRK-ULT-DIA-MES O ULTIMO DIA DAQUELE MES,      *
009540*     CONSIDERANDO FEVEREIRO EM ANO BISSEXTO.                   *
009550*****************************************************************
009560 4500-CALCULAR-ULTIMO-DIA-MES.
009570     PERFORM 4400-VERIFICAR-ANO-BISSEXTO
009580         THRU 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
009590     MOVE DATECOPY-DIAS-MES(WRK-MES-REF) TO WRK-ULT-DIA-MES.
009600     IF WRK-MES-REF = 02 AND DATECOPY-ANO-BISSEXTO
009610         MOVE 29 TO WRK-ULT-DIA-MES
009620     END-IF.
009630 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
009640     EXIT.
009650*****************************************************************
009660* 4690/4700/4710 - ROTINAS COMUNS DE DATA DO COPYBOOK DATECALC  *
009670*     (BISSEXTO E CONVERSOES JULIANO/US).                       *
009680*****************************************************************
009690     COPY DATECALC.
009700*****************************************************************
009710* 5000-AVALIAR-DIA-UTIL                                        *
009720*     CALCULA O DIA DA SEMANA DA DATA EM AVALIACAO              *
009730*     (WRK-DATA-AVL) PELA CONGRUENCIA DE ZELLER, DEVOLVENDO O   *
009740*     INDICE EM WRK-AVL-IND-SEMANA (1=SEGUNDA ... 7=DOMINGO), E *
009750*     DETERMINA SE A DATA E DIA UTIL NO CALENDARIO DO CICLO:    *
009760*     SEM CALENDARIO REGIONAL, PELO CALENDARIO ANUAL; COM       *
009770*     CALENDARIO REGIONAL, OU COM A DATA AUSENTE DO CALENDARIO  *
009780*     ANUAL, NAO E UTIL QUANDO CAI EM SABADO/DOMINGO OU QUANDO  *
009790*     ESTA CADASTRADA NO CALENDARIO NACIONAL OU NO REGIONAL DO  *
009800*     CICLO (MESMA REGRA DO PROGRAMA DATA-REDEFINIDA).          *
009810*****************************************************************
009820 5000-AVALIAR-DIA-UTIL.
009830     IF WRK-AVL-MES <= 02
009840         COMPUTE WRK-ZEL-MES = WRK-AVL-MES + 12
009850         COMPUTE WRK-ZEL-ANO = WRK-AVL-ANO - 1
009860     ELSE
009870         COMPUTE WRK-ZEL-MES = WRK-AVL-MES
009880         COMPUTE WRK-ZEL-ANO = WRK-AVL-ANO
009890     END-IF.
009900     DIVIDE WRK-ZEL-ANO BY 100
009910         GIVING WRK-ZEL-SECULO
009920         REMAINDER WRK-ZEL-ANO-SECULO.
009930*    TERMO1 = INTEIRO( 13 * (MES + 1) / 5 )
009940     COMPUTE WRK-ZEL-TERMO1-AUX = 13 * (WRK-ZEL-MES + 1).
009950     DIVIDE WRK-ZEL-TERMO1-AUX BY 5
009960         GIVING WRK-ZEL-TERMO1
009970         REMAINDER WRK-ZEL-RESTO.
009980*    TERMO2 = INTEIRO( ANO-SECULO / 4 )
009990     DIVIDE WRK-ZEL-ANO-SECULO BY 4
010000         GIVING WRK-ZEL-TERMO2
010010         REMAINDER WRK-ZEL-RESTO.
010020*    TERMO3 = INTEIRO( SECULO / 4 )
010030     DIVIDE WRK-ZEL-SECULO BY 4
010040         GIVING WRK-ZEL-TERMO3
010050         REMAINDER WRK-ZEL-RESTO.
010060     COMPUTE WRK-ZEL-SOMA = WRK-AVL-DIA + WRK-ZEL-TERMO1
010070         + WRK-ZEL-ANO-SECULO + WRK-ZEL-TERMO2 + WRK-ZEL-TERMO3
010080         + (5 * WRK-ZEL-SECULO).
010090     DIVIDE WRK-ZEL-SOMA BY 7
010100         GIVING WRK-ZEL-QUOCIENTE
010110         REMAINDER WRK-ZEL-RESTO.
010120*    WRK-ZEL-RESTO: 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
010130*    CONVERTE PARA O INDICE 1=SEGUNDA ... 6=SABADO 7=DOMINGO.
010140     COMPUTE WRK-ZEL-SOMA = WRK-ZEL-RESTO + 5.
010150     DIVIDE WRK-ZEL-SOMA BY 7
010160         GIVING WRK-ZEL-QUOCIENTE
010170         REMAINDER WRK-ZEL-RESTO.
010180     COMPUTE WRK-AVL-IND-SEMANA = WRK-ZEL-RESTO + 1.
010190     SET AVL-DIA-UTIL TO TRUE.
010200     IF (WRK-CAL-CICLO = SPACES
010210             OR WRK-CAL-CICLO = WRK-CAL-NACIONAL)
010220             AND CALENDARIO-ANUAL-DISPONIVEL
010230         MOVE WRK-DATA-AVL-N TO CAL-CHAVE-DATA
010240         READ CALENDAR-FILE
010250             INVALID KEY
010260                 CONTINUE
010270         END-READ
010280         IF FS-CALEN-OK
010290             MOVE 'CALENFL' TO WRK-FONTE-DIA-UTIL
010300             IF CAL-DIA-NAO-UTIL
010310                 SET AVL-DIA-NAO-UTIL TO TRUE
010320             END-IF
010330             GO TO 5000-AVALIAR-DIA-UTIL-EXIT
010340         END-IF
010350     END-IF.
010360     MOVE 'HOLIDFL' TO WRK-FONTE-DIA-UTIL.
010370     IF WRK-AVL-IND-SEMANA = 6 OR WRK-AVL-IND-SEMANA = 7
010380         SET AVL-DIA-NAO-UTIL TO TRUE
010390         GO TO 5000-AVALIAR-DIA-UTIL-EXIT
010400     END-IF.
010410     MOVE WRK-CAL-NACIONAL TO WRK-CAL-CONSULTA.
010420     PERFORM 5050-CONSULTAR-FERIADO
010430         THRU 5050-CONSULTAR-FERIADO-EXIT.
010440     IF AVL-DIA-UTIL AND WRK-CAL-CICLO NOT = SPACES
010450             AND WRK-CAL-CICLO NOT = WRK-CAL-NACIONAL
010460         MOVE WRK-CAL-CICLO TO WRK-CAL-CONSULTA
010470         PERFORM 5050-CONSULTAR-FERIADO
010480             THRU 5050-CONSULTAR-FERIADO-EXIT
010490     END-IF.
010500 5000-AVALIAR-DIA-UTIL-EXIT.
010510     EXIT.
010520*****************************************************************
010530* 5050-CONSULTAR-FERIADO                                       *
010540*     CONSULTA A DATA EM AVALIACAO NO CALENDARIO DE FERIADOS    *
010550*     INDICADO EM WRK-CAL-CONSULTA, DESLIGANDO O DIA UTIL       *
010560*     QUANDO A DATA ESTIVER CADASTRADA.                         *
010570*****************************************************************
010580 5050-CONSULTAR-FERIADO.
010590     IF NOT FERIADOS-DISPONIVEIS
010600         GO TO 5050-CONSULTAR-FERIADO-EXIT
010610     END-IF.
010620     MOVE WRK-CAL-CONSULTA TO HOL-ID-CALENDARIO.
010630     MOVE WRK-DATA-AVL-N   TO HOL-CHAVE-DATA.
010640     READ HOLIDAY-FILE
010650         INVALID KEY
010660             CONTINUE
010670     END-READ.
010680     IF FS-HOLIDAY-OK
010690         SET AVL-DIA-NAO-UTIL TO TRUE
010700     END-IF.
010710 5050-CONSULTAR-FERIADO-EXIT.
010720     EXIT.
010730*****************************************************************
010740* 5100-AVANCAR-DATA-AVL                                        *
010750*     AVANCA A DATA EM AVALIACAO (WRK-DATA-AVL) EM UM DIA,      *
010760*     TRATANDO AS VIRADAS DE MES E DE ANO.                      *
010770*****************************************************************
010780 5100-AVANCAR-DATA-AVL.
010790     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
010800     MOVE WRK-AVL-MES TO WRK-MES-REF.
010810     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
010820         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
010830     IF WRK-AVL-DIA < WRK-ULT-DIA-MES
010840         ADD 1 TO WRK-AVL-DIA
010850     ELSE
010860         MOVE 01 TO WRK-AVL-DIA
010870         IF WRK-AVL-MES < 12
010880             ADD 1 TO WRK-AVL-MES
010890         ELSE
010900             MOVE 01 TO WRK-AVL-MES
010910             ADD 1 TO WRK-AVL-ANO
010920         END-IF
010930     END-IF.
010940 5100-AVANCAR-DATA-AVL-EXIT.
010950     EXIT.
010960*****************************************************************
010970* 8000-IMPRIMIR-TOTAIS                                         *
010980*     IMPRIME O QUADRO DE TOTAIS DO PLANO.                      *
010990*****************************************************************
011000 8000-IMPRIMIR-TOTAIS.
011010     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
011020     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
011030         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
011040     IF WRK-CIC-USADOS = ZEROS
011050         MOVE 'TRILHA DE AUDITORIA SEM EXECUCOES ACEITAS'
011060             TO WRK-TIT-TEXTO
011070         PERFORM 8700-IMPRIMIR-TITULO
011080             THRU 8700-IMPRIMIR-TITULO-EXIT
011090     END-IF.
011100     MOVE 'REGISTROS LIDOS NA TRILHA:' TO WRK-TOT-TEXTO.
011110     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
011120     PERFORM 8800-GRAVAR-LINHA-TOTAL
011130         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011140     MOVE 'TENTATIVAS RECUSADAS (DESCONSIDERADAS):'
011150         TO WRK-TOT-TEXTO.
011160     MOVE WRK-CTR-RECUSAS TO WRK-TOT-VALOR.
011170     PERFORM 8800-GRAVAR-LINHA-TOTAL
011180         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011190     MOVE 'CICLOS NA TRILHA:' TO WRK-TOT-TEXTO.
011200     MOVE WRK-CIC-USADOS TO WRK-TOT-VALOR.
011210     PERFORM 8800-GRAVAR-LINHA-TOTAL
011220         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011230     MOVE 'CICLOS EM DIA:' TO WRK-TOT-TEXTO.
011240     MOVE WRK-CTR-CICLOS-EM-DIA TO WRK-TOT-VALOR.
011250     PERFORM 8800-GRAVAR-LINHA-TOTAL
011260         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011270     MOVE 'CICLOS COM DIAS A REPROCESSAR:' TO WRK-TOT-TEXTO.
011280     MOVE WRK-CTR-CICLOS-ATRASO TO WRK-TOT-VALOR.
011290     PERFORM 8800-GRAVAR-LINHA-TOTAL
011300         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011310     MOVE 'TOTAL DE DIAS A REPROCESSAR (CARTOES):'
011320         TO WRK-TOT-TEXTO.
011330     MOVE WRK-CTR-CARTOES TO WRK-TOT-VALOR.
011340     PERFORM 8800-GRAVAR-LINHA-TOTAL
011350         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011360     MOVE 'DIAS EM PERIODO FISCAL JA VIRADO:' TO WRK-TOT-TEXTO.
011370     MOVE WRK-CTR-PERIODO-VIRADO TO WRK-TOT-VALOR.
011380     PERFORM 8800-GRAVAR-LINHA-TOTAL
011390         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
011400     IF WRK-CTR-SEM-TRILHA > ZEROS
011410         MOVE 'CICLOS DOS CARTOES SEM EXECUCAO NA TRILHA:'
011420             TO WRK-TOT-TEXTO
011430         MOVE WRK-CTR-SEM-TRILHA TO WRK-TOT-VALOR
011440         PERFORM 8800-GRAVAR-LINHA-TOTAL
011450             THRU 8800-GRAVAR-LINHA-TOTAL-EXIT
011460     END-IF.
011470     IF WRK-CTR-NAO-PLANEJADOS > ZEROS
011480         MOVE 'EXECUCOES NAO PLANEJADAS (TABELA ESGOTADA):'
011490             TO WRK-TOT-TEXTO
011500         MOVE WRK-CTR-NAO-PLANEJADOS TO WRK-TOT-VALOR
011510         PERFORM 8800-GRAVAR-LINHA-TOTAL
011520             THRU 8800-GRAVAR-LINHA-TOTAL-EXIT
011530     END-IF.
011540 8000-IMPRIMIR-TOTAIS-EXIT.
011550     EXIT.
011560*****************************************************************
011570* 8700-IMPRIMIR-TITULO                                         *
011580*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
011590*     WRK-LINHA-TITULO.                                         *
011600*****************************************************************
011610 8700-IMPRIMIR-TITULO.
011620     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
011630     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
011640         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
011650 8700-IMPRIMIR-TITULO-EXIT.
011660     EXIT.
011670*****************************************************************
011680* 8800-GRAVAR-LINHA-TOTAL                                      *
011690*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
011700*     WRK-LINHA-TOTAL.                                          *
011710*****************************************************************
011720 8800-GRAVAR-LINHA-TOTAL.
011730     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
011740     PERFORM 8900-GRAVAR-LINHA-CATCHRPT
011750         THRU 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
011760 8800-GRAVAR-LINHA-TOTAL-EXIT.
011770     EXIT.
011780*****************************************************************
011790* 8850-IMPRIMIR-CABECALHO                                      *
011800*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
011810*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
011820*****************************************************************
011830 8850-IMPRIMIR-CABECALHO.
011840     ADD 1 TO WRK-NUM-PAGINA.
011850     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
011860     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
011870     WRITE CATCHRPT-LINE FROM WRK-CAB-RELATORIO-1.
011880     WRITE CATCHRPT-LINE FROM WRK-CAB-RELATORIO-2.
011890     WRITE CATCHRPT-LINE FROM WRK-CAB-RELATORIO-3.
011900     MOVE 3 TO WRK-NUM-LINHA.
011910 8850-IMPRIMIR-CABECALHO-EXIT.
011920     EXIT.
011930*****************************************************************
011940* 8900-GRAVAR-LINHA-CATCHRPT                                   *
011950*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
011960*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
011970*****************************************************************
011980 8900-GRAVAR-LINHA-CATCHRPT.
011990     IF WRK-NUM-LINHA = ZEROS OR
012000             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
012010         PERFORM 8850-IMPRIMIR-CABECALHO
012020             THRU 8850-IMPRIMIR-CABECALHO-EXIT
012030     END-IF.
012040     WRITE CATCHRPT-LINE FROM WRK-LINHA-SAIDA.
012050     ADD 1 TO WRK-NUM-LINHA.
012060 8900-GRAVAR-LINHA-CATCHRPT-EXIT.
012070     EXIT.
012080*****************************************************************
012090* 9000-ENCERRAR                                                *
012100*     ENCERRA A TRILHA, OS CALENDARIOS, O ARQUIVO DE CARTOES E  *
012110*     O RELATORIO.                                              *
012120*****************************************************************
012130 9000-ENCERRAR.
012140     CLOSE AUDIT-LOG.
012150     IF CALENDARIO-ANUAL-DISPONIVEL
012160         CLOSE CALENDAR-FILE
012170     END-IF.
012180     IF FERIADOS-DISPONIVEIS
012190         CLOSE HOLIDAY-FILE
012200     END-IF.
012210     CLOSE CATCHDCK.
012220     CLOSE CATCHRPT.
012230 9000-ENCERRAR-EXIT.
012240     EXIT.
012250*****************************************************************
012260* 9999-FIM                                                     *
012270*****************************************************************
012280 9999-FIM.
012290     STOP RUN.
