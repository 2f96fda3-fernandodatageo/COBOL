000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FCALMANT.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: MANUTENCAO EM LOTE DO CALENDARIO FISCAL (FISCAL-CAL)
000100* USADO NO CONTROLE DE PERIODO DOS PROGRAMAS DATA-REDEFINIDA,
000110* AUDTARCH, CYCLPERF, OPSCHED, DATEINQ E HOLIAUDT. LE UM ARQUIVO
000120* DE CARTOES DE TRANSACAO COM OPERACOES DE INCLUSAO (INC),
000130* ALTERACAO (ALT) E EXCLUSAO (EXC), CADA UMA COM A CHAVE ANO/
000140* PERIODO FISCAL, AS DATAS DE INICIO E FIM DO PERIODO E O PADRAO
000150* DE PERIODOS DECLARADO (445 PARA O CALENDARIO 4-4-5, EM BRANCO
000160* QUANDO NAO HOUVER PADRAO). OS CARTOES SAO AGRUPADOS POR ANO
000170* FISCAL E, ANTES DE QUALQUER GRAVACAO, A ESTRUTURA RESULTANTE
000180* DE CADA ANO E CONFERIDA:
000190*   - PERIODOS NUMERADOS EM SEQUENCIA, CONTIGUOS, SEM LACUNA NEM
000200*     SOBREPOSICAO DE DATAS;
000210*   - O PRIMEIRO PERIODO COMECA NO DIA SEGUINTE AO FIM DO ULTIMO
000220*     PERIODO DO ANO FISCAL ANTERIOR (E O ULTIMO TERMINA NA
000230*     VESPERA DO INICIO DO ANO SEGUINTE, QUANDO ESTE JA EXISTIR);
000240*   - O ANO TEM 12 OU 13 PERIODOS;
000250*   - COM PADRAO 4-4-5 DECLARADO, O ANO TEM 12 PERIODOS DE
000260*     SEMANAS INTEIRAS NA SEQUENCIA 4-4-5 DE CADA TRIMESTRE,
000270*     ADMITIDA UMA SEMANA A MAIS NO PERIODO 12 (ANO DE 53
000280*     SEMANAS).
000290* ANO APROVADO TEM SUAS TRANSACOES GRAVADAS; ANO REPROVADO TEM
000300* TODAS AS SUAS TRANSACOES DESVIADAS PARA O ARQUIVO DE
000310* REJEITADAS, COMO AS TRANSACOES INVALIDAS. O RELATORIO TRAZ AS
000320* TRANSACOES, O RESULTADO DE CADA ANO, A IMAGEM ANTES/DEPOIS DOS
000330* PERIODOS DOS ANOS GRAVADOS E OS TOTAIS. RETURN-CODE 04 QUANDO
000340* HOUVER TRANSACAO REJEITADA E 08 QUANDO ALGUM ANO FOR
000350* REPROVADO OU O ARQUIVO DE TRANSACOES ESTIVER INDISPONIVEL.
000360*
000370* HISTORICO DE ALTERACOES
000380* DATA       AUTOR   DESCRICAO
000390* ---------- ------- ------------------------------------------
000400* 15/10/2026 LFL     VERSAO ORIGINAL.
000401* 15/10/2026 LFL     CONSULTA AO CALENDARIO DE CONGELAMENTO DE
000402*                    MUDANCAS (SUBPROGRAMA FRZCHECK, ESCOPO
000403*                    CALENDARIO FISCAL) NA DATA DE PROCESSAMENTO
000404*                    DO DATECTX. EM PERIODO CONGELADO AS
000405*                    TRANSACOES VALIDAS SAO RETIDAS NO ARQUIVO DE
000406*                    REJEITADAS, NADA E GRAVADO E O RETURN-CODE E
000407*                    12, SALVO COM O NUMERO DE MUDANCA EMERGENCIAL
000408*                    NO NOVO CARTAO DE PARAMETROS (SYSIN),
000409*                    IMPRESSO NO RELATORIO.
000411*                    FALHA NA CONSULTA AO CALENDARIO DE
000413*                    CONGELAMENTO E TRATADA COMO PERIODO
000415*                    CONGELADO.
000417*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FISCAL-CAL ASSIGN TO FISCALFL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS FCAL-CHAVE
000500         FILE STATUS IS WRK-FS-FISCAL.
000510     SELECT TRAN-CARD ASSIGN TO TRANCARD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-TRAN.
000540     SELECT REJECT-FILE ASSIGN TO REJFILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-REJECT.
000570     SELECT FCALRPT ASSIGN TO FCALRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-FCALRPT.
000591     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WRK-FS-PARM.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630* FISCAL-CAL - DEFINICAO DO CALENDARIO FISCAL, UM REGISTRO POR  *
000640*     ANO/PERIODO FISCAL COM AS DATAS DE INICIO E FIM DO        *
000650*     PERIODO E O PADRAO DE PERIODOS DECLARADO (MESMO LAYOUT DO *
000660*     PROGRAMA DATA-REDEFINIDA).                                *
000670*****************************************************************
000680 FD  FISCAL-CAL
000690     LABEL RECORD IS STANDARD.
000700 01  FISCAL-CAL-RECORD.
000710     02  FCAL-CHAVE.
000720         03  FCAL-ANO-FISCAL     PIC 9(04).
000730         03  FCAL-PERIODO-FISCAL PIC 9(02).
000740     02  FCAL-DATA-INICIO    PIC 9(08).
000750     02  FCAL-DATA-FIM       PIC 9(08).
000760     02  FCAL-PADRAO         PIC X(03).
000770*****************************************************************
000780* TRAN-CARD - CARTOES DE TRANSACAO DE MANUTENCAO DO CALENDARIO  *
000790*     FISCAL. OPERACAO (INC/ALT/EXC), ANO (AAAA) E PERIODO (PP) *
000800*     FISCAL, DATAS DE INICIO E FIM DO PERIODO (AAAAMMDD) E     *
000810*     PADRAO DE PERIODOS (445 OU EM BRANCO). NA EXCLUSAO AS     *
000820*     DATAS E O PADRAO SAO IGNORADOS; NA ALTERACAO SUBSTITUEM   *
000830*     OS DO PERIODO CADASTRADO.                                 *
000840*****************************************************************
000850 FD  TRAN-CARD
000860     LABEL RECORD IS OMITTED.
000870 01  TRAN-CARD-REG               PIC X(80).
000880*****************************************************************
000890* REJECT-FILE - TRANSACOES REJEITADAS: IMAGEM DO CARTAO DE      *
000900*     ENTRADA SEGUIDA DO MOTIVO DA REJEICAO.                    *
000910*****************************************************************
000920 FD  REJECT-FILE
000930     LABEL RECORD IS OMITTED.
000940 01  REJECT-RECORD.
000950     02  REJ-IMAGEM          PIC X(80).
000960     02  FILLER              PIC X(02).
000970     02  REJ-MOTIVO          PIC X(40).
000980*****************************************************************
000990* FCALRPT - RELATORIO DE MANUTENCAO DO CALENDARIO FISCAL, COM   *
001000*     CABECALHO DE EMPRESA/PROGRAMA E CONTROLE DE PAGINA/LINHA  *
001010*     (MESMO PADRAO DO RELATORIO HOLIRPT).                      *
001020*****************************************************************
001030 FD  FCALRPT
001040     LABEL RECORD IS OMITTED
001050     RECORD CONTAINS 132 CHARACTERS.
001060 01  FCALRPT-LINE                PIC X(132).
001061*****************************************************************
001062* PARM-CARD - NUMERO DA MUDANCA EMERGENCIAL (OPCIONAL), QUE     *
001063*     AUTORIZA A MANUTENCAO EM PERIODO CONGELADO.               *
001064*****************************************************************
001065 FD  PARM-CARD
001066     LABEL RECORD IS OMITTED.
001067 01  PARM-CARD-REG.
001068     02  PARM-NUM-EMERGENCIA PIC X(10).
001069     02  FILLER              PIC X(70).
001070 WORKING-STORAGE SECTION.
001080*****************************************************************
001090* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
001100* DO COPYBOOK COMUM DATECOPY (VER TAMBEM O COPYBOOK DATECALC,   *
001110* NA PROCEDURE DIVISION, COM A ROTINA DE ANO BISSEXTO USADA     *
001120* PELA VALIDACAO DE DATA DAS TRANSACOES).                       *
001130*****************************************************************
001140     COPY DATECOPY.
001150*****************************************************************
001160* STATUS DOS ARQUIVOS
001170*****************************************************************
001180 77  WRK-FS-FISCAL           PIC X(02) VALUE '00'.
001190     88  FS-FISCAL-OK                VALUE '00'.
001200     88  FS-FISCAL-NAO-ENCONTRADO    VALUE '23'.
001210     88  FS-FISCAL-DUPLICADO         VALUE '22'.
001220     88  FS-FISCAL-FIM               VALUE '10'.
001230     88  FS-FISCAL-ARQ-INEXISTENTE   VALUE '35'.
001240 77  WRK-FS-TRAN             PIC X(02) VALUE '00'.
001250     88  FS-TRAN-OK                  VALUE '00'.
001260     88  FS-TRAN-FIM                 VALUE '10'.
001270     88  FS-TRAN-ARQ-INEXISTENTE     VALUE '35'.
001280 77  WRK-FS-REJECT           PIC X(02) VALUE '00'.
001290     88  FS-REJECT-OK                VALUE '00'.
001300 77  WRK-FS-FCALRPT          PIC X(02) VALUE '00'.
001310     88  FS-FCALRPT-OK               VALUE '00'.
001311 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001312     88  FS-PARM-OK                  VALUE '00'.
001313     88  FS-PARM-FIM                 VALUE '10'.
001320*****************************************************************
001330* INDICADORES DE PROCESSAMENTO
001340*****************************************************************
001350 01  WRK-SWITCHES.
001360     02  WRK-SW-FIM-TRAN     PIC X(01) VALUE 'N'.
001370         88  FIM-TRANSACOES          VALUE 'S'.
001380     02  WRK-SW-TRAN-VALIDA  PIC X(01) VALUE 'S'.
001390         88  TRANSACAO-VALIDA        VALUE 'S'.
001400         88  TRANSACAO-INVALIDA      VALUE 'N'.
001410     02  WRK-SW-DATA-VALIDA  PIC X(01) VALUE 'S'.
001420         88  DATA-VALIDA             VALUE 'S'.
001430         88  DATA-INVALIDA           VALUE 'N'.
001440     02  WRK-SW-ANO-PENDENTE PIC X(01) VALUE 'S'.
001450         88  HA-ANO-PENDENTE         VALUE 'S'.
001460         88  SEM-ANO-PENDENTE        VALUE 'N'.
001470     02  WRK-SW-ANO-VALIDO   PIC X(01) VALUE 'S'.
001480         88  ANO-VALIDO              VALUE 'S'.
001490         88  ANO-REPROVADO           VALUE 'N'.
001500     02  WRK-SW-FIM-FISCAL   PIC X(01) VALUE 'N'.
001510         88  FIM-LEITURA-FISCAL      VALUE 'S'.
001520     02  WRK-SW-SEGUINTE     PIC X(01) VALUE 'N'.
001530         88  SEGUINTE-PENDENTE       VALUE 'S'.
001540         88  SEGUINTE-NAO-PENDENTE   VALUE 'N'.
001541     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'N'.
001542         88  MANUTENCAO-CONGELADA    VALUE 'S'.
001543         88  MANUTENCAO-LIBERADA     VALUE 'N'.
001544     02  WRK-SW-TRAN-RETIDA  PIC X(01) VALUE 'N'.
001545         88  TRANSACAO-RETIDA        VALUE 'S'.
001546         88  TRANSACAO-NAO-RETIDA    VALUE 'N'.
001550*****************************************************************
001560* CONTADORES DA MANUTENCAO
001570*****************************************************************
001580 77  WRK-CTR-ANTES           PIC 9(07) COMP VALUE ZEROS.
001590 77  WRK-CTR-DEPOIS          PIC 9(07) COMP VALUE ZEROS.
001600 77  WRK-CTR-LIDAS           PIC 9(07) COMP VALUE ZEROS.
001610 77  WRK-CTR-INCLUIDAS       PIC 9(07) COMP VALUE ZEROS.
001620 77  WRK-CTR-ALTERADAS       PIC 9(07) COMP VALUE ZEROS.
001630 77  WRK-CTR-EXCLUIDAS       PIC 9(07) COMP VALUE ZEROS.
001640 77  WRK-CTR-REJEITADAS      PIC 9(07) COMP VALUE ZEROS.
001650 77  WRK-CTR-CONTAGEM        PIC 9(07) COMP VALUE ZEROS.
001660 77  WRK-CTR-ANOS-GRAVADOS   PIC 9(07) COMP VALUE ZEROS.
001670 77  WRK-CTR-ANOS-REPROVADOS PIC 9(07) COMP VALUE ZEROS.
001671 77  WRK-CTR-RETIDAS         PIC 9(07) COMP VALUE ZEROS.
001672*****************************************************************
001673* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
001674* E NUMERO DA MUDANCA EMERGENCIAL DO CARTAO DE PARAMETROS       *
001675*****************************************************************
001676     COPY FRZCHKC.
001677 77  WRK-NUM-EMERGENCIA      PIC X(10) VALUE SPACES.
001680*****************************************************************
001690* TRANSACAO CORRENTE: IMAGEM DO CARTAO (COM A VISAO DOS CAMPOS  *
001700* NA FORMA EM QUE FORAM PERFURADOS), CAMPOS CONVERTIDOS PARA A  *
001710* FORMA NUMERICA E SITUACAO DA TRANSACAO NO PROCESSAMENTO DO    *
001720* ANO: PENDENTE (P), ACEITA SOBRE A IMAGEM DO ANO (A), RECUSADA *
001730* SOBRE A IMAGEM DO ANO (R) OU CONCLUIDA (C).                   *
001740*****************************************************************
001750 01  WRK-TRN-ATUAL.
001760     02  WRK-ATU-IMAGEM      PIC X(80).
001770     02  WRK-ATU-CARTAO REDEFINES WRK-ATU-IMAGEM.
001780         03  WRK-ATU-C-OPERACAO  PIC X(03).
001790             88  ATU-INCLUSAO            VALUE 'INC'.
001800             88  ATU-ALTERACAO           VALUE 'ALT'.
001810             88  ATU-EXCLUSAO            VALUE 'EXC'.
001820         03  FILLER              PIC X(01).
001830         03  WRK-ATU-C-ANO       PIC X(04).
001840         03  WRK-ATU-C-ANO-N REDEFINES WRK-ATU-C-ANO
001850                                 PIC 9(04).
001860         03  FILLER              PIC X(01).
001870         03  WRK-ATU-C-PERIODO   PIC X(02).
001880         03  WRK-ATU-C-PERIODO-N REDEFINES WRK-ATU-C-PERIODO
001890                                 PIC 9(02).
001900         03  FILLER              PIC X(01).
001910         03  WRK-ATU-C-INICIO    PIC X(08).
001920         03  WRK-ATU-C-INICIO-N REDEFINES WRK-ATU-C-INICIO
001930                                 PIC 9(08).
001940         03  FILLER              PIC X(01).
001950         03  WRK-ATU-C-FIM       PIC X(08).
001960         03  WRK-ATU-C-FIM-N REDEFINES WRK-ATU-C-FIM
001970                                 PIC 9(08).
001980         03  FILLER              PIC X(01).
001990         03  WRK-ATU-C-PADRAO    PIC X(03).
002000         03  FILLER              PIC X(47).
002010     02  WRK-ATU-ANO         PIC 9(04).
002020     02  WRK-ATU-PERIODO     PIC 9(02).
002030     02  WRK-ATU-INICIO      PIC 9(08).
002040     02  WRK-ATU-FIM         PIC 9(08).
002050     02  WRK-ATU-PADRAO      PIC X(03).
002060     02  WRK-ATU-SITUACAO    PIC X(01).
002070         88  ATU-PENDENTE            VALUE 'P'.
002080         88  ATU-ACEITA              VALUE 'A'.
002090         88  ATU-RECUSADA            VALUE 'R'.
002100         88  ATU-CONCLUIDA           VALUE 'C'.
002110     02  WRK-ATU-MOTIVO      PIC X(40).
002120*****************************************************************
002130* TABELA DAS TRANSACOES VALIDAS, GUARDADAS ATE O PROCESSAMENTO  *
002140* DO SEU ANO FISCAL (MESMO LAYOUT DA TRANSACAO CORRENTE).       *
002150*****************************************************************
002160 01  WRK-TAB-TRANSACOES.
002170     02  WRK-TRN-ENTRADA     OCCURS 500 TIMES.
002180         03  WRK-TRN-IMAGEM      PIC X(80).
002190         03  WRK-TRN-ANO         PIC 9(04).
002200         03  WRK-TRN-PERIODO     PIC 9(02).
002210         03  WRK-TRN-INICIO      PIC 9(08).
002220         03  WRK-TRN-FIM         PIC 9(08).
002230         03  WRK-TRN-PADRAO      PIC X(03).
002240         03  WRK-TRN-SITUACAO    PIC X(01).
002250             88  TRN-PENDENTE            VALUE 'P'.
002260         03  WRK-TRN-MOTIVO      PIC X(40).
002270 77  WRK-TRN-USADAS          PIC 9(04) COMP VALUE ZEROS.
002280 77  WRK-TRN-MAXIMO          PIC 9(04) COMP VALUE 500.
002290 77  WRK-IDX                 PIC 9(04) COMP.
002300*****************************************************************
002310* IMAGEM DO ANO FISCAL EM PROCESSAMENTO, INDEXADA PELO NUMERO   *
002320* DO PERIODO: ANTES (COMO ESTA NO CALENDARIO FISCAL) E DEPOIS   *
002330* (COM AS TRANSACOES DO ANO APLICADAS). A ESTRUTURA E CONFERIDA *
002340* SOBRE A IMAGEM DEPOIS, ANTES DE QUALQUER GRAVACAO.            *
002350*****************************************************************
002360 01  WRK-TAB-ANO.
002370     02  WRK-IMG-ENTRADA     OCCURS 13 TIMES.
002380         03  WRK-ANT-PRESENTE    PIC X(01).
002390             88  ANT-PRESENTE            VALUE 'S'.
002400         03  WRK-ANT-INICIO      PIC 9(08).
002410         03  WRK-ANT-FIM         PIC 9(08).
002420         03  WRK-ANT-PADRAO      PIC X(03).
002430         03  WRK-DEP-PRESENTE    PIC X(01).
002440             88  DEP-PRESENTE            VALUE 'S'.
002450             88  DEP-AUSENTE             VALUE 'N'.
002460         03  WRK-DEP-INICIO      PIC 9(08).
002470         03  WRK-DEP-FIM         PIC 9(08).
002480         03  WRK-DEP-PADRAO      PIC X(03).
002490 77  WRK-IDX-PER             PIC 9(02) COMP.
002500 77  WRK-IDX-PER-ANT         PIC 9(02) COMP.
002510 77  WRK-MAX-PERIODO         PIC 9(02) VALUE 13.
002520*****************************************************************
002530* AREA DE TRABALHO DA CONFERENCIA DE ESTRUTURA DO ANO FISCAL    *
002540*****************************************************************
002550 77  WRK-ANO-CORRENTE        PIC 9(04) VALUE ZEROS.
002560 77  WRK-ANO-VIZINHO         PIC 9(04) VALUE ZEROS.
002570 77  WRK-QTD-PERIODOS        PIC 9(02) COMP VALUE ZEROS.
002580 77  WRK-FIM-ANO-ANTERIOR    PIC 9(08) VALUE ZEROS.
002590 77  WRK-PADRAO-ANO          PIC X(03) VALUE SPACES.
002600 77  WRK-PADRAO-445          PIC X(03) VALUE '445'.
002610 77  WRK-QTD-DIAS            PIC 9(03) COMP VALUE ZEROS.
002620 77  WRK-QTD-SEMANAS         PIC 9(03) COMP VALUE ZEROS.
002630 77  WRK-SEMANAS-PADRAO      PIC 9(03) COMP VALUE ZEROS.
002640 77  WRK-RESTO-SEMANA        PIC 9(01) COMP VALUE ZEROS.
002650 77  WRK-QUOC-TRIMESTRE      PIC 9(02) COMP VALUE ZEROS.
002660 77  WRK-RESTO-TRIMESTRE     PIC 9(01) COMP VALUE ZEROS.
002670 77  WRK-PER-ED-1            PIC 9(02).
002680 77  WRK-PER-ED-2            PIC 9(02).
002690 77  WRK-MOTIVO-ANO          PIC X(40) VALUE SPACES.
002700 77  WRK-RESULTADO-ANO       PIC X(30) VALUE SPACES.
002710*****************************************************************
002720* AREA DE TRABALHO DA VALIDACAO DE DATA DA TRANSACAO. A DATA E  *
002730* DESMEMBRADA EM ANO/MES/DIA E VALIDADA PELAS MESMAS REGRAS DE  *
002740* 1500-VALIDAR-DATA-SISTEMA DO PROGRAMA DATA-REDEFINIDA.        *
002750*****************************************************************
002760 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002770 01  WRK-DATA-TRAN           PIC 9(08) VALUE ZEROS.
002780 01  WRK-DATA-TRAN-R REDEFINES WRK-DATA-TRAN.
002790     02  WRK-TRAN-ANO        PIC 9(04).
002800     02  WRK-TRAN-MES        PIC 9(02).
002810     02  WRK-TRAN-DIA        PIC 9(02).
002820 77  WRK-ANO-REF             PIC 9(04).
002830 77  WRK-MES-REF             PIC 9(02).
002840 77  WRK-ULT-DIA-MES         PIC 9(02).
002850 77  WRK-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.
002860*****************************************************************
002870* DATA EM AVALIACAO PELAS ROTINAS DE AVANCO DE DATA (5100) E DE *
002880* CONTAGEM DE DIAS DO PERIODO (5150).                           *
002890*****************************************************************
002900 01  WRK-DATA-AVL.
002910     02  WRK-AVL-ANO         PIC 9(04).
002920     02  WRK-AVL-MES         PIC 9(02).
002930     02  WRK-AVL-DIA         PIC 9(02).
002940 01  WRK-DATA-AVL-N REDEFINES WRK-DATA-AVL
002950                             PIC 9(08).
002960 77  WRK-DATA-LIMITE         PIC 9(08) VALUE ZEROS.
002970*****************************************************************
002980* AREA DE TRABALHO DO RELATORIO FCALRPT
002990*****************************************************************
003000 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
003010 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
003020 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
003030 77  WRK-DATA-EDITADA        PIC 9999/99/99.
003040 01  WRK-LINHA-SAIDA         PIC X(132).
003050 01  WRK-CAB-RELATORIO-1.
003060     02  FILLER              PIC X(01) VALUE SPACES.
003070     02  FILLER              PIC X(33)
003080         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
003090     02  FILLER              PIC X(78) VALUE SPACES.
003100     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
003110     02  WRK-CAB-PAGINA      PIC ZZZ9.
003120     02  FILLER              PIC X(08) VALUE SPACES.
003130 01  WRK-CAB-RELATORIO-2.
003140     02  FILLER              PIC X(01) VALUE SPACES.
003150     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
003160     02  FILLER              PIC X(20) VALUE 'FCALMANT'.
003170     02  FILLER              PIC X(20) VALUE SPACES.
003180     02  FILLER              PIC X(20)
003190         VALUE 'DATA PROCESSAMENTO: '.
003200     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
003210     02  FILLER              PIC X(51) VALUE SPACES.
003220 01  WRK-CAB-RELATORIO-3.
003230     02  FILLER              PIC X(01) VALUE SPACES.
003240     02  FILLER              PIC X(131) VALUE ALL '-'.
003250 01  WRK-LINHA-TITULO.
003260     02  FILLER              PIC X(01) VALUE SPACES.
003270     02  WRK-TIT-TEXTO       PIC X(60).
003280     02  FILLER              PIC X(71) VALUE SPACES.
003290 01  WRK-LINHA-DETALHE.
003300     02  FILLER              PIC X(01) VALUE SPACES.
003310     02  WRK-DET-OPERACAO    PIC X(03).
003320     02  FILLER              PIC X(02) VALUE SPACES.
003330     02  WRK-DET-ANO         PIC X(04).
003340     02  FILLER              PIC X(01) VALUE '/'.
003350     02  WRK-DET-PERIODO     PIC X(02).
003360     02  FILLER              PIC X(02) VALUE SPACES.
003370     02  WRK-DET-INICIO      PIC X(08).
003380     02  FILLER              PIC X(02) VALUE SPACES.
003390     02  WRK-DET-FIM         PIC X(08).
003400     02  FILLER              PIC X(02) VALUE SPACES.
003410     02  WRK-DET-PADRAO      PIC X(03).
003420     02  FILLER              PIC X(02) VALUE SPACES.
003430     02  WRK-DET-RESULTADO   PIC X(10).
003440     02  FILLER              PIC X(02) VALUE SPACES.
003450     02  WRK-DET-MOTIVO      PIC X(40).
003460     02  FILLER              PIC X(40) VALUE SPACES.
003470 01  WRK-LINHA-ANO.
003480     02  FILLER              PIC X(01) VALUE SPACES.
003490     02  FILLER              PIC X(11) VALUE 'ANO FISCAL '.
003500     02  WRK-LAN-ANO         PIC 9(04).
003510     02  FILLER              PIC X(03) VALUE ' - '.
003520     02  WRK-LAN-RESULTADO   PIC X(30).
003530     02  WRK-LAN-MOTIVO      PIC X(40).
003540     02  FILLER              PIC X(43) VALUE SPACES.
003550 01  WRK-LINHA-IMAGEM.
003560     02  FILLER              PIC X(03) VALUE SPACES.
003570     02  FILLER              PIC X(08) VALUE 'PERIODO '.
003580     02  WRK-LIM-PERIODO     PIC 9(02).
003590     02  FILLER              PIC X(02) VALUE SPACES.
003600     02  FILLER              PIC X(07) VALUE 'ANTES: '.
003610     02  WRK-LIM-ANT-INICIO  PIC X(10).
003620     02  FILLER              PIC X(03) VALUE ' A '.
003630     02  WRK-LIM-ANT-FIM     PIC X(10).
003640     02  FILLER              PIC X(02) VALUE SPACES.
003650     02  WRK-LIM-ANT-PADRAO  PIC X(03).
003660     02  FILLER              PIC X(04) VALUE SPACES.
003670     02  FILLER              PIC X(08) VALUE 'DEPOIS: '.
003680     02  WRK-LIM-DEP-INICIO  PIC X(10).
003690     02  FILLER              PIC X(03) VALUE ' A '.
003700     02  WRK-LIM-DEP-FIM     PIC X(10).
003710     02  FILLER              PIC X(02) VALUE SPACES.
003720     02  WRK-LIM-DEP-PADRAO  PIC X(03).
003730     02  FILLER              PIC X(02) VALUE SPACES.
003740     02  WRK-LIM-SITUACAO    PIC X(10).
003750     02  FILLER              PIC X(30) VALUE SPACES.
003760 01  WRK-LINHA-TOTAL.
003770     02  FILLER              PIC X(01) VALUE SPACES.
003780     02  WRK-TOT-TEXTO       PIC X(45).
003790     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
003800     02  FILLER              PIC X(79) VALUE SPACES.
003801 01  WRK-LINHA-INFO.
003802     02  FILLER              PIC X(01) VALUE SPACES.
003803     02  WRK-INF-TEXTO       PIC X(45).
003804     02  WRK-INF-VALOR       PIC X(60).
003805     02  FILLER              PIC X(26) VALUE SPACES.
003806 01  WRK-PERIODO-CONGELADO.
003807     02  WRK-PCG-INICIO      PIC 9999/99/99.
003808     02  FILLER              PIC X(03) VALUE ' A '.
003809     02  WRK-PCG-FIM         PIC 9999/99/99.
003810 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
003820 PROCEDURE DIVISION.
003830*****************************************************************
003840* 0000-MAINLINE                                                *
003850*****************************************************************
003860 0000-MAINLINE.
003870     PERFORM 1000-INICIALIZAR
003880         THRU 1000-INICIALIZAR-EXIT.
003890     IF FIM-TRANSACOES
003900         GO TO 0000-ENCERRAR
003910     END-IF.
003920     PERFORM 2000-CARREGAR-TRANSACAO
003930         THRU 2000-CARREGAR-TRANSACAO-EXIT
003940         UNTIL FIM-TRANSACOES.
003950     PERFORM 3000-PROCESSAR-ANO
003960         THRU 3000-PROCESSAR-ANO-EXIT
003970         UNTIL SEM-ANO-PENDENTE.
003980 0000-ENCERRAR.
003990     PERFORM 7000-CONTAR-DEPOIS
004000         THRU 7000-CONTAR-DEPOIS-EXIT.
004010     PERFORM 8000-IMPRIMIR-TOTAIS
004020         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
004030     PERFORM 9000-ENCERRAR-ARQUIVOS
004040         THRU 9000-ENCERRAR-ARQUIVOS-EXIT.
004050     IF WRK-CTR-REJEITADAS > ZEROS
004060         MOVE 04 TO RETURN-CODE
004070     END-IF.
004080     IF WRK-CTR-ANOS-REPROVADOS > ZEROS
004090         MOVE 08 TO RETURN-CODE
004100     END-IF.
004101     IF WRK-CTR-RETIDAS > ZEROS
004102         MOVE 12 TO RETURN-CODE
004103     END-IF.
004110     GO TO 9999-FIM.
004120 0000-MAINLINE-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 1000-INICIALIZAR                                             *
004160*     ABRE OS ARQUIVOS DA MANUTENCAO, CRIA O CALENDARIO FISCAL  *
004170*     QUANDO AINDA NAO EXISTIR NO AMBIENTE, CONTA OS REGISTROS  *
004180*     ANTES DA MANUTENCAO E FAZ A LEITURA INICIAL DAS           *
004190*     TRANSACOES.                                               *
004200*****************************************************************
004210 1000-INICIALIZAR.
004220     ACCEPT DATASYS FROM DATE YYYYMMDD.
004230     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
004240         + (MESSYS * 100) + DIASYS.
004250     OPEN OUTPUT FCALRPT.
004260     OPEN OUTPUT REJECT-FILE.
004270     OPEN I-O FISCAL-CAL.
004280     IF FS-FISCAL-ARQ-INEXISTENTE
004290         DISPLAY 'FCALMANT: CALENDARIO FISCAL INEXISTENTE'
004300             ' - SERA CRIADO NESTA EXECUCAO'
004310         OPEN OUTPUT FISCAL-CAL
004320         CLOSE FISCAL-CAL
004330         OPEN I-O FISCAL-CAL
004340     END-IF.
004350     PERFORM 6000-CONTAR-REGISTROS
004360         THRU 6000-CONTAR-REGISTROS-EXIT.
004370     MOVE WRK-CTR-CONTAGEM TO WRK-CTR-ANTES.
004371     PERFORM 1200-VERIFICAR-CONGELAMENTO
004372         THRU 1200-VERIFICAR-CONGELAMENTO-EXIT.
004380     OPEN INPUT TRAN-CARD.
004390     IF FS-TRAN-ARQ-INEXISTENTE
004400         DISPLAY 'FCALMANT: ARQUIVO DE TRANSACOES INDISPONIVEL'
004410             ' - NENHUMA MANUTENCAO APLICADA'
004420         MOVE 08 TO RETURN-CODE
004430         SET FIM-TRANSACOES TO TRUE
004440         GO TO 1000-INICIALIZAR-EXIT
004450     END-IF.
004460     MOVE 'TRANSACOES REJEITADAS NA CONFERENCIA DO CARTAO'
004470         TO WRK-TIT-TEXTO.
004480     PERFORM 8700-IMPRIMIR-TITULO
004490         THRU 8700-IMPRIMIR-TITULO-EXIT.
004500     PERFORM 1900-LER-TRANSACAO
004510         THRU 1900-LER-TRANSACAO-EXIT.
004520 1000-INICIALIZAR-EXIT.
004530     EXIT.
004531*****************************************************************
004532* 1200-VERIFICAR-CONGELAMENTO                                  *
004533*     LE O CARTAO DE PARAMETROS OPCIONAL (NUMERO DA MUDANCA     *
004534*     EMERGENCIAL) E CONSULTA O CALENDARIO DE CONGELAMENTO PARA *
004535*     O ESCOPO CALENDARIO FISCAL NA DATA DE PROCESSAMENTO       *
004536*     (DATECTX). EM PERIODO CONGELADO, SEM MUDANCA EMERGENCIAL, *
004537*     AS TRANSACOES SAO RETIDAS NO ARQUIVO DE REJEITADAS E NADA *
004538*     E GRAVADO NO CALENDARIO FISCAL.                           *
004539*     FALHA NA CONSULTA (RETORNO DIFERENTE DE ZERO DO FRZCHECK) *
004540*     E TRATADA COMO PERIODO CONGELADO.                         *
004541*****************************************************************
004542 1200-VERIFICAR-CONGELAMENTO.
004543     SET MANUTENCAO-LIBERADA TO TRUE.
004544     MOVE SPACES TO WRK-NUM-EMERGENCIA.
004545     OPEN INPUT PARM-CARD.
004546     IF FS-PARM-OK
004547         READ PARM-CARD
004548             AT END
004549                 CONTINUE
004550         END-READ
004551         IF FS-PARM-OK
004552             MOVE PARM-NUM-EMERGENCIA TO WRK-NUM-EMERGENCIA
004553         END-IF
004554         CLOSE PARM-CARD
004555     END-IF.
004556     SET FRZCHK-ESC-FISCAL TO TRUE.
004557     MOVE ZEROS TO FRZCHK-DATA-REF.
004558     CALL 'FRZCHECK' USING FRZCHK-AREA.
004559     IF NOT FRZCHK-RET-OK
004560         DISPLAY 'FCALMANT: CALENDARIO DE CONGELAMENTO NAO '
004561             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
004562             ' - TRATADO COMO PERIODO CONGELADO'
004563         SET FRZCHK-CONGELADO TO TRUE
004564         MOVE 'CALENDARIO DE CONGELAMENTO NAO CONSULTADO'
004565             TO FRZCHK-MOTIVO
004566     END-IF.
004567     IF FRZCHK-LIBERADO
004568         GO TO 1200-VERIFICAR-CONGELAMENTO-EXIT
004569     END-IF.
004570     MOVE 'DATA DE PROCESSAMENTO EM PERIODO CONGELADO:'
004571         TO WRK-INF-TEXTO.
004572     MOVE FRZCHK-DATA-USADA TO WRK-DATA-EDITADA.
004573     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
004574     PERFORM 8750-GRAVAR-LINHA-INFO
004575         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
004576     MOVE 'PERIODO CONGELADO:' TO WRK-INF-TEXTO.
004577     MOVE FRZCHK-DATA-INICIO TO WRK-PCG-INICIO.
004578     MOVE FRZCHK-DATA-FIM    TO WRK-PCG-FIM.
004579     MOVE WRK-PERIODO-CONGELADO TO WRK-INF-VALOR.
004580     PERFORM 8750-GRAVAR-LINHA-INFO
004581         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
004582     MOVE 'MOTIVO DO CONGELAMENTO:' TO WRK-INF-TEXTO.
004583     MOVE FRZCHK-MOTIVO TO WRK-INF-VALOR.
004584     PERFORM 8750-GRAVAR-LINHA-INFO
004585         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
004586     IF WRK-NUM-EMERGENCIA = SPACES
004587         SET MANUTENCAO-CONGELADA TO TRUE
004588         MOVE 'MANUTENCAO RECUSADA - TRANSACOES RETIDAS'
004589             TO WRK-INF-TEXTO
004590         MOVE SPACES TO WRK-INF-VALOR
004591         DISPLAY 'FCALMANT: CALENDARIO FISCAL CONGELADO EM '
004592             FRZCHK-DATA-USADA ' - NENHUMA MANUTENCAO APLICADA'
004593     ELSE
004594         MOVE 'MUDANCA EMERGENCIAL:' TO WRK-INF-TEXTO
004595         MOVE WRK-NUM-EMERGENCIA TO WRK-INF-VALOR
004596         DISPLAY 'FCALMANT: MANUTENCAO EM PERIODO CONGELADO - '
004597             'MUDANCA EMERGENCIAL ' WRK-NUM-EMERGENCIA
004598     END-IF.
004599     PERFORM 8750-GRAVAR-LINHA-INFO
004600         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
004601     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
004602     PERFORM 8900-GRAVAR-LINHA-FCALRPT
004603         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
004604 1200-VERIFICAR-CONGELAMENTO-EXIT.
004605     EXIT.
004606*****************************************************************
004607* 1900-LER-TRANSACAO                                           *
004608*     LE O PROXIMO CARTAO DE TRANSACAO, LIGANDO O INDICADOR DE  *
004609*     FIM DE ARQUIVO QUANDO NAO HOUVER MAIS CARTOES.            *
004610*****************************************************************
004611 1900-LER-TRANSACAO.
004612     READ TRAN-CARD
004613         AT END
004620             SET FIM-TRANSACOES TO TRUE
004630     END-READ.
004640 1900-LER-TRANSACAO-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 2000-CARREGAR-TRANSACAO                                      *
004680*     CONFERE O CARTAO DE TRANSACAO. O CARTAO INVALIDO E        *
004690*     DESVIADO DE IMEDIATO PARA O ARQUIVO DE REJEITADAS; O      *
004700*     VALIDO E GUARDADO NA TABELA, PENDENTE DA CONFERENCIA DE   *
004710*     ESTRUTURA DO SEU ANO FISCAL.                              *
004720*****************************************************************
004730 2000-CARREGAR-TRANSACAO.
004740     ADD 1 TO WRK-CTR-LIDAS.
004750     SET TRANSACAO-VALIDA TO TRUE.
004760     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
004761     SET TRANSACAO-NAO-RETIDA TO TRUE.
004770     MOVE TRAN-CARD-REG TO WRK-ATU-IMAGEM.
004780     PERFORM 2100-VALIDAR-TRANSACAO
004790         THRU 2100-VALIDAR-TRANSACAO-EXIT.
004800     IF TRANSACAO-VALIDA
004810             AND WRK-TRN-USADAS NOT < WRK-TRN-MAXIMO
004820         SET TRANSACAO-INVALIDA TO TRUE
004830         MOVE 'LIMITE DE TRANSACOES POR EXECUCAO ATINGIDO'
004840             TO WRK-MOTIVO-REJEICAO
004850     END-IF.
004851     IF TRANSACAO-VALIDA AND MANUTENCAO-CONGELADA
004852         SET TRANSACAO-INVALIDA TO TRUE
004853         SET TRANSACAO-RETIDA TO TRUE
004854         ADD 1 TO WRK-CTR-RETIDAS
004855         MOVE 'CONGELAMENTO DE MUDANCAS - NAO APLICADA'
004856             TO WRK-MOTIVO-REJEICAO
004857     END-IF.
004860     IF TRANSACAO-VALIDA
004870         SET ATU-PENDENTE TO TRUE
004880         MOVE SPACES TO WRK-ATU-MOTIVO
004890         ADD 1 TO WRK-TRN-USADAS
004900         MOVE WRK-TRN-ATUAL TO WRK-TRN-ENTRADA(WRK-TRN-USADAS)
004910     ELSE
004920         PERFORM 3800-REJEITAR-TRANSACAO
004930             THRU 3800-REJEITAR-TRANSACAO-EXIT
004940         PERFORM 3900-IMPRIMIR-DETALHE
004950             THRU 3900-IMPRIMIR-DETALHE-EXIT
004960     END-IF.
004970     PERFORM 1900-LER-TRANSACAO
004980         THRU 1900-LER-TRANSACAO-EXIT.
004990 2000-CARREGAR-TRANSACAO-EXIT.
005000     EXIT.
005010*****************************************************************
005020* 2100-VALIDAR-TRANSACAO                                       *
005030*     CONFERE O CODIGO DE OPERACAO, A CHAVE ANO/PERIODO         *
005040*     (PERIODO NA FAIXA 01-13) E, NA INCLUSAO E NA ALTERACAO,   *
005050*     AS DATAS DE INICIO E FIM (PELAS REGRAS DE                 *
005060*     1500-VALIDAR-DATA-SISTEMA DO PROGRAMA DATA-REDEFINIDA,    *
005070*     COM INICIO NAO POSTERIOR AO FIM) E O PADRAO DECLARADO.    *
005080*****************************************************************
005090 2100-VALIDAR-TRANSACAO.
005100     IF NOT ATU-INCLUSAO AND NOT ATU-ALTERACAO
005110             AND NOT ATU-EXCLUSAO
005120         SET TRANSACAO-INVALIDA TO TRUE
005130         MOVE 'OPERACAO INVALIDA (ESPERADO INC/ALT/EXC)'
005140             TO WRK-MOTIVO-REJEICAO
005150         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005160     END-IF.
005170     IF WRK-ATU-C-ANO-N NOT NUMERIC
005180             OR WRK-ATU-C-PERIODO-N NOT NUMERIC
005190         SET TRANSACAO-INVALIDA TO TRUE
005200         MOVE 'ANO/PERIODO FISCAL NAO NUMERICO'
005210             TO WRK-MOTIVO-REJEICAO
005220         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005230     END-IF.
005240     IF WRK-ATU-C-PERIODO-N < 01
005250             OR WRK-ATU-C-PERIODO-N > WRK-MAX-PERIODO
005260         SET TRANSACAO-INVALIDA TO TRUE
005270         MOVE 'PERIODO FORA DA FAIXA VALIDA (01-13)'
005280             TO WRK-MOTIVO-REJEICAO
005290         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005300     END-IF.
005310     MOVE WRK-ATU-C-ANO-N     TO WRK-ATU-ANO.
005320     MOVE WRK-ATU-C-PERIODO-N TO WRK-ATU-PERIODO.
005330     MOVE ZEROS  TO WRK-ATU-INICIO.
005340     MOVE ZEROS  TO WRK-ATU-FIM.
005350     MOVE SPACES TO WRK-ATU-PADRAO.
005360     IF ATU-EXCLUSAO
005370         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005380     END-IF.
005390     IF WRK-ATU-C-INICIO-N NOT NUMERIC
005400         SET TRANSACAO-INVALIDA TO TRUE
005410         MOVE 'DATA DE INICIO NAO NUMERICA'
005420             TO WRK-MOTIVO-REJEICAO
005430         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005440     END-IF.
005450     MOVE WRK-ATU-C-INICIO-N TO WRK-DATA-TRAN.
005460     PERFORM 2150-VALIDAR-DATA
005470         THRU 2150-VALIDAR-DATA-EXIT.
005480     IF DATA-INVALIDA
005490         SET TRANSACAO-INVALIDA TO TRUE
005500         MOVE 'DATA DE INICIO INVALIDA'
005510             TO WRK-MOTIVO-REJEICAO
005520         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005530     END-IF.
005540     IF WRK-ATU-C-FIM-N NOT NUMERIC
005550         SET TRANSACAO-INVALIDA TO TRUE
005560         MOVE 'DATA DE FIM NAO NUMERICA'
005570             TO WRK-MOTIVO-REJEICAO
005580         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005590     END-IF.
005600     MOVE WRK-ATU-C-FIM-N TO WRK-DATA-TRAN.
005610     PERFORM 2150-VALIDAR-DATA
005620         THRU 2150-VALIDAR-DATA-EXIT.
005630     IF DATA-INVALIDA
005640         SET TRANSACAO-INVALIDA TO TRUE
005650         MOVE 'DATA DE FIM INVALIDA'
005660             TO WRK-MOTIVO-REJEICAO
005670         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005680     END-IF.
005690     IF WRK-ATU-C-INICIO-N > WRK-ATU-C-FIM-N
005700         SET TRANSACAO-INVALIDA TO TRUE
005710         MOVE 'DATA DE INICIO POSTERIOR A DATA DE FIM'
005720             TO WRK-MOTIVO-REJEICAO
005730         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005740     END-IF.
005750     IF WRK-ATU-C-PADRAO NOT = SPACES
005760             AND WRK-ATU-C-PADRAO NOT = WRK-PADRAO-445
005770         SET TRANSACAO-INVALIDA TO TRUE
005780         MOVE 'PADRAO INVALIDO (ESPERADO 445 OU BRANCO)'
005790             TO WRK-MOTIVO-REJEICAO
005800         GO TO 2100-VALIDAR-TRANSACAO-EXIT
005810     END-IF.
005820     MOVE WRK-ATU-C-INICIO-N TO WRK-ATU-INICIO.
005830     MOVE WRK-ATU-C-FIM-N    TO WRK-ATU-FIM.
005840     MOVE WRK-ATU-C-PADRAO   TO WRK-ATU-PADRAO.
005850 2100-VALIDAR-TRANSACAO-EXIT.
005860     EXIT.
005870*****************************************************************
005880* 2150-VALIDAR-DATA                                            *
005890*     CONFERE A DATA EM WRK-DATA-TRAN: MES NA FAIXA 01-12 E DIA *
005900*     VALIDO PARA O MES/ANO (FEVEREIRO EM ANO BISSEXTO).        *
005910*****************************************************************
005920 2150-VALIDAR-DATA.
005930     SET DATA-VALIDA TO TRUE.
005940     IF WRK-TRAN-MES < 01 OR WRK-TRAN-MES > 12
005950         SET DATA-INVALIDA TO TRUE
005960         GO TO 2150-VALIDAR-DATA-EXIT
005970     END-IF.
005980     MOVE WRK-TRAN-ANO TO WRK-ANO-REF.
005990     MOVE WRK-TRAN-MES TO WRK-MES-REF.
006000     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
006010         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
006020     IF WRK-TRAN-DIA < 01 OR WRK-TRAN-DIA > WRK-ULT-DIA-MES
006030         SET DATA-INVALIDA TO TRUE
006040     END-IF.
006050 2150-VALIDAR-DATA-EXIT.
006060     EXIT.
006070*****************************************************************
006080* 3000-PROCESSAR-ANO                                           *
006090*     PROCESSA O MENOR ANO FISCAL COM TRANSACOES PENDENTES:     *
006100*     MONTA A IMAGEM DO ANO A PARTIR DO CALENDARIO FISCAL,      *
006110*     APLICA-LHE AS TRANSACOES DO ANO, CONFERE A ESTRUTURA      *
006120*     RESULTANTE E SO ENTAO GRAVA (ANO APROVADO) OU REJEITA     *
006130*     (ANO REPROVADO) AS TRANSACOES DO ANO. OS ANOS SAO         *
006140*     TRATADOS EM ORDEM CRESCENTE PARA QUE A CONFERENCIA COM O  *
006150*     ANO ANTERIOR VEJA O ANO JA GRAVADO NESTA EXECUCAO.        *
006160*****************************************************************
006170 3000-PROCESSAR-ANO.
006180     PERFORM 3050-SELECIONAR-ANO
006190         THRU 3050-SELECIONAR-ANO-EXIT.
006200     IF SEM-ANO-PENDENTE
006210         GO TO 3000-PROCESSAR-ANO-EXIT
006220     END-IF.
006230     SET ANO-VALIDO TO TRUE.
006240     MOVE SPACES TO WRK-MOTIVO-ANO.
006250     PERFORM 3100-CARREGAR-ANO
006260         THRU 3100-CARREGAR-ANO-EXIT.
006270     PERFORM 3200-APLICAR-NA-IMAGEM
006280         THRU 3200-APLICAR-NA-IMAGEM-EXIT
006290         VARYING WRK-IDX FROM 1 BY 1
006300         UNTIL WRK-IDX > WRK-TRN-USADAS.
006310     PERFORM 3400-VALIDAR-ESTRUTURA
006320         THRU 3400-VALIDAR-ESTRUTURA-EXIT.
006330     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006340     PERFORM 8900-GRAVAR-LINHA-FCALRPT
006350         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
006360     MOVE SPACES TO WRK-TIT-TEXTO.
006370     STRING 'TRANSACOES DO ANO FISCAL ' DELIMITED BY SIZE
006380            WRK-ANO-CORRENTE           DELIMITED BY SIZE
006390         INTO WRK-TIT-TEXTO.
006400     PERFORM 8700-IMPRIMIR-TITULO
006410         THRU 8700-IMPRIMIR-TITULO-EXIT.
006420     PERFORM 3600-EFETIVAR-TRANSACAO
006430         THRU 3600-EFETIVAR-TRANSACAO-EXIT
006440         VARYING WRK-IDX FROM 1 BY 1
006450         UNTIL WRK-IDX > WRK-TRN-USADAS.
006460     MOVE WRK-ANO-CORRENTE TO WRK-LAN-ANO.
006470     MOVE WRK-RESULTADO-ANO TO WRK-LAN-RESULTADO.
006480     MOVE WRK-MOTIVO-ANO TO WRK-LAN-MOTIVO.
006490     MOVE WRK-LINHA-ANO TO WRK-LINHA-SAIDA.
006500     PERFORM 8900-GRAVAR-LINHA-FCALRPT
006510         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
006520     IF ANO-VALIDO
006530         ADD 1 TO WRK-CTR-ANOS-GRAVADOS
006540         PERFORM 3700-IMPRIMIR-PERIODO
006550             THRU 3700-IMPRIMIR-PERIODO-EXIT
006560             VARYING WRK-IDX-PER FROM 1 BY 1
006570             UNTIL WRK-IDX-PER > WRK-MAX-PERIODO
006580     ELSE
006590         ADD 1 TO WRK-CTR-ANOS-REPROVADOS
006600     END-IF.
006610 3000-PROCESSAR-ANO-EXIT.
006620     EXIT.
006630*****************************************************************
006640* 3050-SELECIONAR-ANO                                          *
006650*     LOCALIZA NA TABELA O MENOR ANO FISCAL COM TRANSACAO       *
006660*     PENDENTE, QUE FICA EM WRK-ANO-CORRENTE.                   *
006670*****************************************************************
006680 3050-SELECIONAR-ANO.
006690     SET SEM-ANO-PENDENTE TO TRUE.
006700     MOVE 9999 TO WRK-ANO-CORRENTE.
006710     PERFORM 3060-EXAMINAR-PENDENTE
006720         THRU 3060-EXAMINAR-PENDENTE-EXIT
006730         VARYING WRK-IDX FROM 1 BY 1
006740         UNTIL WRK-IDX > WRK-TRN-USADAS.
006750 3050-SELECIONAR-ANO-EXIT.
006760     EXIT.
006770*****************************************************************
006780* 3060-EXAMINAR-PENDENTE                                       *
006790*     COMPARA O ANO DA TRANSACAO PENDENTE COM O MENOR ACHADO.   *
006800*****************************************************************
006810 3060-EXAMINAR-PENDENTE.
006820     IF TRN-PENDENTE(WRK-IDX)
006830         SET HA-ANO-PENDENTE TO TRUE
006840         IF WRK-TRN-ANO(WRK-IDX) < WRK-ANO-CORRENTE
006850             MOVE WRK-TRN-ANO(WRK-IDX) TO WRK-ANO-CORRENTE
006860         END-IF
006870     END-IF.
006880 3060-EXAMINAR-PENDENTE-EXIT.
006890     EXIT.
006900*****************************************************************
006910* 3100-CARREGAR-ANO                                            *
006920*     MONTA A IMAGEM ANTES/DEPOIS DO ANO EM PROCESSAMENTO COM   *
006930*     OS PERIODOS JA CADASTRADOS NO CALENDARIO FISCAL.          *
006940*****************************************************************
006950 3100-CARREGAR-ANO.
006960     PERFORM 3110-LIMPAR-PERIODO
006970         THRU 3110-LIMPAR-PERIODO-EXIT
006980         VARYING WRK-IDX-PER FROM 1 BY 1
006990         UNTIL WRK-IDX-PER > WRK-MAX-PERIODO.
007000     MOVE WRK-ANO-CORRENTE TO FCAL-ANO-FISCAL.
007010     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
007020     START FISCAL-CAL KEY >= FCAL-CHAVE
007030         INVALID KEY
007040             GO TO 3100-CARREGAR-ANO-EXIT
007050     END-START.
007060     MOVE 'N' TO WRK-SW-FIM-FISCAL.
007070     PERFORM 3150-LER-PERIODO-ANO
007080         THRU 3150-LER-PERIODO-ANO-EXIT
007090         UNTIL FIM-LEITURA-FISCAL.
007100 3100-CARREGAR-ANO-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 3110-LIMPAR-PERIODO                                          *
007140*     MARCA O PERIODO COMO AUSENTE NAS IMAGENS ANTES E DEPOIS.  *
007150*****************************************************************
007160 3110-LIMPAR-PERIODO.
007170     MOVE 'N'    TO WRK-ANT-PRESENTE(WRK-IDX-PER).
007180     MOVE ZEROS  TO WRK-ANT-INICIO(WRK-IDX-PER).
007190     MOVE ZEROS  TO WRK-ANT-FIM(WRK-IDX-PER).
007200     MOVE SPACES TO WRK-ANT-PADRAO(WRK-IDX-PER).
007210     MOVE 'N'    TO WRK-DEP-PRESENTE(WRK-IDX-PER).
007220     MOVE ZEROS  TO WRK-DEP-INICIO(WRK-IDX-PER).
007230     MOVE ZEROS  TO WRK-DEP-FIM(WRK-IDX-PER).
007240     MOVE SPACES TO WRK-DEP-PADRAO(WRK-IDX-PER).
007250 3110-LIMPAR-PERIODO-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 3150-LER-PERIODO-ANO                                         *
007290*     LE O PROXIMO PERIODO DO CALENDARIO FISCAL E O GUARDA NA   *
007300*     IMAGEM ENQUANTO PERTENCER AO ANO EM PROCESSAMENTO.        *
007310*     PERIODO CADASTRADO FORA DA FAIXA 01-13 REPROVA O ANO.     *
007320*****************************************************************
007330 3150-LER-PERIODO-ANO.
007340     READ FISCAL-CAL NEXT
007350         AT END
007360             SET FIM-LEITURA-FISCAL TO TRUE
007370             GO TO 3150-LER-PERIODO-ANO-EXIT
007380     END-READ.
007390     IF FCAL-ANO-FISCAL NOT = WRK-ANO-CORRENTE
007400         SET FIM-LEITURA-FISCAL TO TRUE
007410         GO TO 3150-LER-PERIODO-ANO-EXIT
007420     END-IF.
007430     IF FCAL-PERIODO-FISCAL < 01
007440             OR FCAL-PERIODO-FISCAL > WRK-MAX-PERIODO
007450         SET ANO-REPROVADO TO TRUE
007460         MOVE 'PERIODO CADASTRADO FORA DA FAIXA 01-13'
007470             TO WRK-MOTIVO-ANO
007480         GO TO 3150-LER-PERIODO-ANO-EXIT
007490     END-IF.
007500     MOVE FCAL-PERIODO-FISCAL TO WRK-IDX-PER.
007510     MOVE 'S'              TO WRK-ANT-PRESENTE(WRK-IDX-PER).
007520     MOVE FCAL-DATA-INICIO TO WRK-ANT-INICIO(WRK-IDX-PER).
007530     MOVE FCAL-DATA-FIM    TO WRK-ANT-FIM(WRK-IDX-PER).
007540     MOVE FCAL-PADRAO      TO WRK-ANT-PADRAO(WRK-IDX-PER).
007550     MOVE 'S'              TO WRK-DEP-PRESENTE(WRK-IDX-PER).
007560     MOVE FCAL-DATA-INICIO TO WRK-DEP-INICIO(WRK-IDX-PER).
007570     MOVE FCAL-DATA-FIM    TO WRK-DEP-FIM(WRK-IDX-PER).
007580     MOVE FCAL-PADRAO      TO WRK-DEP-PADRAO(WRK-IDX-PER).
007590 3150-LER-PERIODO-ANO-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 3200-APLICAR-NA-IMAGEM                                       *
007630*     APLICA A TRANSACAO PENDENTE DO ANO EM PROCESSAMENTO SOBRE *
007640*     A IMAGEM DEPOIS, NA ORDEM DOS CARTOES. INCLUSAO DE        *
007650*     PERIODO JA PRESENTE E ALTERACAO/EXCLUSAO DE PERIODO       *
007660*     AUSENTE SAO RECUSADAS UMA A UMA, SEM REPROVAR O ANO.      *
007670*****************************************************************
007680 3200-APLICAR-NA-IMAGEM.
007690     MOVE WRK-TRN-ENTRADA(WRK-IDX) TO WRK-TRN-ATUAL.
007700     IF NOT ATU-PENDENTE
007710             OR WRK-ATU-ANO NOT = WRK-ANO-CORRENTE
007720         GO TO 3200-APLICAR-NA-IMAGEM-EXIT
007730     END-IF.
007740     MOVE WRK-ATU-PERIODO TO WRK-IDX-PER.
007750     SET ATU-ACEITA TO TRUE.
007760     EVALUATE TRUE
007770         WHEN ATU-INCLUSAO
007780             IF DEP-PRESENTE(WRK-IDX-PER)
007790                 SET ATU-RECUSADA TO TRUE
007800                 MOVE 'INCLUSAO DUPLICADA - PERIODO JA CADASTRADO'
007810                     TO WRK-ATU-MOTIVO
007820             END-IF
007830         WHEN OTHER
007840             IF DEP-AUSENTE(WRK-IDX-PER)
007850                 SET ATU-RECUSADA TO TRUE
007860                 IF ATU-ALTERACAO
007870                     MOVE 'ALTERACAO DE PERIODO INEXISTENTE'
007880                         TO WRK-ATU-MOTIVO
007890                 ELSE
007900                     MOVE 'EXCLUSAO DE PERIODO INEXISTENTE'
007910                         TO WRK-ATU-MOTIVO
007920                 END-IF
007930             END-IF
007940     END-EVALUATE.
007950     IF ATU-ACEITA
007960         IF ATU-EXCLUSAO
007970             MOVE 'N'    TO WRK-DEP-PRESENTE(WRK-IDX-PER)
007980             MOVE ZEROS  TO WRK-DEP-INICIO(WRK-IDX-PER)
007990             MOVE ZEROS  TO WRK-DEP-FIM(WRK-IDX-PER)
008000             MOVE SPACES TO WRK-DEP-PADRAO(WRK-IDX-PER)
008010         ELSE
008020             MOVE 'S'            TO WRK-DEP-PRESENTE(WRK-IDX-PER)
008030             MOVE WRK-ATU-INICIO TO WRK-DEP-INICIO(WRK-IDX-PER)
008040             MOVE WRK-ATU-FIM    TO WRK-DEP-FIM(WRK-IDX-PER)
008050             MOVE WRK-ATU-PADRAO TO WRK-DEP-PADRAO(WRK-IDX-PER)
008060         END-IF
008070     END-IF.
008080     MOVE WRK-TRN-ATUAL TO WRK-TRN-ENTRADA(WRK-IDX).
008090 3200-APLICAR-NA-IMAGEM-EXIT.
008100     EXIT.
008110*****************************************************************
008120* 3400-VALIDAR-ESTRUTURA                                       *
008130*     CONFERE A ESTRUTURA DA IMAGEM DEPOIS DO ANO: NUMERACAO    *
008140*     DOS PERIODOS SEM SALTO, 12 OU 13 PERIODOS, CONTIGUIDADE   *
008150*     DAS DATAS, ENCAIXE COM OS ANOS ANTERIOR E SEGUINTE E, COM *
008160*     PADRAO 4-4-5 DECLARADO, A DURACAO DE CADA PERIODO EM      *
008170*     SEMANAS. A PRIMEIRA FALHA REPROVA O ANO E FICA EM         *
008180*     WRK-MOTIVO-ANO. ANO SEM NENHUM PERIODO RESTANTE E TRATADO *
008190*     COMO EXCLUSAO DO ANO INTEIRO.                             *
008200*****************************************************************
008210 3400-VALIDAR-ESTRUTURA.
008220     MOVE 'ESTRUTURA CONFERIDA - GRAVADO' TO WRK-RESULTADO-ANO.
008230     IF ANO-REPROVADO
008240         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008250     END-IF.
008260     MOVE ZEROS TO WRK-QTD-PERIODOS.
008270     PERFORM 3410-CONTAR-PERIODO
008280         THRU 3410-CONTAR-PERIODO-EXIT
008290         VARYING WRK-IDX-PER FROM 1 BY 1
008300         UNTIL WRK-IDX-PER > WRK-MAX-PERIODO.
008310     IF ANO-REPROVADO
008320         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008330     END-IF.
008340     IF WRK-QTD-PERIODOS = ZEROS
008350         MOVE 'ANO FISCAL EXCLUIDO - GRAVADO' TO WRK-RESULTADO-ANO
008360         GO TO 3400-VALIDAR-ESTRUTURA-EXIT
008370     END-IF.
008380     IF WRK-QTD-PERIODOS NOT = 12 AND WRK-QTD-PERIODOS NOT = 13
008390         SET ANO-REPROVADO TO TRUE
008400         MOVE WRK-QTD-PERIODOS TO WRK-PER-ED-1
008410         STRING 'ANO COM ' DELIMITED BY SIZE
008420                WRK-PER-ED-1 DELIMITED BY SIZE
008430                ' PERIODOS (ESPERADO 12 OU 13)' DELIMITED BY SIZE
008440             INTO WRK-MOTIVO-ANO
008450         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008460     END-IF.
008470     PERFORM 3420-CONFERIR-CONTIGUIDADE
008480         THRU 3420-CONFERIR-CONTIGUIDADE-EXIT
008490         VARYING WRK-IDX-PER FROM 2 BY 1
008500         UNTIL WRK-IDX-PER > WRK-QTD-PERIODOS
008510            OR ANO-REPROVADO.
008520     IF ANO-REPROVADO
008530         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008540     END-IF.
008550     PERFORM 3440-CONFERIR-ANO-ANTERIOR
008560         THRU 3440-CONFERIR-ANO-ANTERIOR-EXIT.
008570     IF ANO-REPROVADO
008580         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008590     END-IF.
008600     PERFORM 3460-CONFERIR-ANO-SEGUINTE
008610         THRU 3460-CONFERIR-ANO-SEGUINTE-EXIT.
008620     IF ANO-REPROVADO
008630         GO TO 3400-VALIDAR-ESTRUTURA-FIM
008640     END-IF.
008650     PERFORM 3470-CONFERIR-PADRAO
008660         THRU 3470-CONFERIR-PADRAO-EXIT.
008670     IF ANO-VALIDO
008680         GO TO 3400-VALIDAR-ESTRUTURA-EXIT
008690     END-IF.
008700 3400-VALIDAR-ESTRUTURA-FIM.
008710     MOVE 'ESTRUTURA REPROVADA - REJEITADO' TO WRK-RESULTADO-ANO.
008720 3400-VALIDAR-ESTRUTURA-EXIT.
008730     EXIT.
008740*****************************************************************
008750* 3410-CONTAR-PERIODO                                          *
008760*     CONTA OS PERIODOS PRESENTES NA IMAGEM DEPOIS, REPROVANDO  *
008770*     O ANO QUANDO A NUMERACAO SALTA UM PERIODO (PERIODO        *
008780*     PRESENTE DEPOIS DE UM AUSENTE).                           *
008790*****************************************************************
008800 3410-CONTAR-PERIODO.
008810     IF DEP-AUSENTE(WRK-IDX-PER) OR ANO-REPROVADO
008820         GO TO 3410-CONTAR-PERIODO-EXIT
008830     END-IF.
008840     ADD 1 TO WRK-QTD-PERIODOS.
008850     IF WRK-IDX-PER NOT = WRK-QTD-PERIODOS
008860         SET ANO-REPROVADO TO TRUE
008870         MOVE WRK-QTD-PERIODOS TO WRK-PER-ED-1
008880         STRING 'LACUNA NA NUMERACAO - FALTA O PERIODO '
008890                    DELIMITED BY SIZE
008900                WRK-PER-ED-1 DELIMITED BY SIZE
008910             INTO WRK-MOTIVO-ANO
008920     END-IF.
008930 3410-CONTAR-PERIODO-EXIT.
008940     EXIT.
008950*****************************************************************
008960* 3420-CONFERIR-CONTIGUIDADE                                   *
008970*     CONFERE QUE O PERIODO COMECA NO DIA SEGUINTE AO FIM DO    *
008980*     PERIODO ANTERIOR, DISTINGUINDO LACUNA DE SOBREPOSICAO.    *
008990*****************************************************************
009000 3420-CONFERIR-CONTIGUIDADE.
009010     COMPUTE WRK-IDX-PER-ANT = WRK-IDX-PER - 1.
009020     MOVE WRK-DEP-FIM(WRK-IDX-PER-ANT) TO WRK-DATA-AVL-N.
009030     PERFORM 5100-AVANCAR-DATA-AVL
009040         THRU 5100-AVANCAR-DATA-AVL-EXIT.
009050     IF WRK-DEP-INICIO(WRK-IDX-PER) = WRK-DATA-AVL-N
009060         GO TO 3420-CONFERIR-CONTIGUIDADE-EXIT
009070     END-IF.
009080     SET ANO-REPROVADO TO TRUE.
009090     MOVE WRK-IDX-PER-ANT TO WRK-PER-ED-1.
009100     MOVE WRK-IDX-PER     TO WRK-PER-ED-2.
009110     IF WRK-DEP-INICIO(WRK-IDX-PER) < WRK-DATA-AVL-N
009120         STRING 'SOBREPOSICAO ENTRE OS PERIODOS '
009130                    DELIMITED BY SIZE
009140                WRK-PER-ED-1 DELIMITED BY SIZE
009150                ' E '        DELIMITED BY SIZE
009160                WRK-PER-ED-2 DELIMITED BY SIZE
009170             INTO WRK-MOTIVO-ANO
009180     ELSE
009190         STRING 'LACUNA ENTRE OS PERIODOS ' DELIMITED BY SIZE
009200                WRK-PER-ED-1 DELIMITED BY SIZE
009210                ' E '        DELIMITED BY SIZE
009220                WRK-PER-ED-2 DELIMITED BY SIZE
009230             INTO WRK-MOTIVO-ANO
009240     END-IF.
009250 3420-CONFERIR-CONTIGUIDADE-EXIT.
009260     EXIT.
009270*****************************************************************
009280* 3440-CONFERIR-ANO-ANTERIOR                                   *
009290*     LOCALIZA O FIM DO ULTIMO PERIODO DO ANO FISCAL ANTERIOR   *
009300*     NO CALENDARIO FISCAL E CONFERE QUE O PRIMEIRO PERIODO DO  *
009310*     ANO COMECA NO DIA SEGUINTE. SEM ANO ANTERIOR CADASTRADO   *
009320*     (PRIMEIRO ANO DO CALENDARIO) NADA HA A CONFERIR.          *
009330*****************************************************************
009340 3440-CONFERIR-ANO-ANTERIOR.
009350     MOVE ZEROS TO WRK-FIM-ANO-ANTERIOR.
009360     COMPUTE WRK-ANO-VIZINHO = WRK-ANO-CORRENTE - 1.
009370     MOVE WRK-ANO-VIZINHO TO FCAL-ANO-FISCAL.
009380     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
009390     START FISCAL-CAL KEY >= FCAL-CHAVE
009400         INVALID KEY
009410             GO TO 3440-CONFERIR-ANO-ANTERIOR-EXIT
009420     END-START.
009430     MOVE 'N' TO WRK-SW-FIM-FISCAL.
009440     PERFORM 3445-LER-PERIODO-ANTERIOR
009450         THRU 3445-LER-PERIODO-ANTERIOR-EXIT
009460         UNTIL FIM-LEITURA-FISCAL.
009470     IF WRK-FIM-ANO-ANTERIOR = ZEROS
009480         GO TO 3440-CONFERIR-ANO-ANTERIOR-EXIT
009490     END-IF.
009500     MOVE WRK-FIM-ANO-ANTERIOR TO WRK-DATA-AVL-N.
009510     PERFORM 5100-AVANCAR-DATA-AVL
009520         THRU 5100-AVANCAR-DATA-AVL-EXIT.
009530     IF WRK-DEP-INICIO(1) NOT = WRK-DATA-AVL-N
009540         SET ANO-REPROVADO TO TRUE
009550         MOVE 'INICIO NAO SEGUE O FIM DO ANO ANTERIOR'
009560             TO WRK-MOTIVO-ANO
009570     END-IF.
009580 3440-CONFERIR-ANO-ANTERIOR-EXIT.
009590     EXIT.
009600*****************************************************************
009610* 3445-LER-PERIODO-ANTERIOR                                    *
009620*     LE O PROXIMO PERIODO DO CALENDARIO FISCAL, GUARDANDO A    *
009630*     MAIOR DATA DE FIM DO ANO FISCAL ANTERIOR.                 *
009640*****************************************************************
009650 3445-LER-PERIODO-ANTERIOR.
009660     READ FISCAL-CAL NEXT
009670         AT END
009680             SET FIM-LEITURA-FISCAL TO TRUE
009690             GO TO 3445-LER-PERIODO-ANTERIOR-EXIT
009700     END-READ.
009710     IF FCAL-ANO-FISCAL NOT = WRK-ANO-VIZINHO
009720         SET FIM-LEITURA-FISCAL TO TRUE
009730         GO TO 3445-LER-PERIODO-ANTERIOR-EXIT
009740     END-IF.
009750     IF FCAL-DATA-FIM > WRK-FIM-ANO-ANTERIOR
009760         MOVE FCAL-DATA-FIM TO WRK-FIM-ANO-ANTERIOR
009770     END-IF.
009780 3445-LER-PERIODO-ANTERIOR-EXIT.
009790     EXIT.
009800*****************************************************************
009810* 3460-CONFERIR-ANO-SEGUINTE                                   *
009820*     QUANDO O ANO FISCAL SEGUINTE JA ESTIVER CADASTRADO E NAO  *
009830*     TIVER TRANSACOES NESTA EXECUCAO, CONFERE QUE O SEU        *
009840*     PRIMEIRO PERIODO COMECA NO DIA SEGUINTE AO FIM DO ULTIMO  *
009850*     PERIODO DO ANO EM PROCESSAMENTO. COM TRANSACOES, O        *
009860*     ENCAIXE E CONFERIDO NO PROCESSAMENTO DO ANO SEGUINTE.     *
009870*****************************************************************
009880 3460-CONFERIR-ANO-SEGUINTE.
009890     COMPUTE WRK-ANO-VIZINHO = WRK-ANO-CORRENTE + 1.
009900     SET SEGUINTE-NAO-PENDENTE TO TRUE.
009910     PERFORM 3465-EXAMINAR-SEGUINTE
009920         THRU 3465-EXAMINAR-SEGUINTE-EXIT
009930         VARYING WRK-IDX FROM 1 BY 1
009940         UNTIL WRK-IDX > WRK-TRN-USADAS.
009950     IF SEGUINTE-PENDENTE
009960         GO TO 3460-CONFERIR-ANO-SEGUINTE-EXIT
009970     END-IF.
009980     MOVE WRK-ANO-VIZINHO TO FCAL-ANO-FISCAL.
009990     MOVE 01 TO FCAL-PERIODO-FISCAL.
010000     READ FISCAL-CAL
010010         INVALID KEY
010020             GO TO 3460-CONFERIR-ANO-SEGUINTE-EXIT
010030     END-READ.
010040     MOVE WRK-DEP-FIM(WRK-QTD-PERIODOS) TO WRK-DATA-AVL-N.
010050     PERFORM 5100-AVANCAR-DATA-AVL
010060         THRU 5100-AVANCAR-DATA-AVL-EXIT.
010070     IF FCAL-DATA-INICIO NOT = WRK-DATA-AVL-N
010080         SET ANO-REPROVADO TO TRUE
010090         MOVE 'FIM NAO ENCAIXA NO INICIO DO ANO SEGUINTE'
010100             TO WRK-MOTIVO-ANO
010110     END-IF.
010120 3460-CONFERIR-ANO-SEGUINTE-EXIT.
010130     EXIT.
010140*****************************************************************
010150* 3465-EXAMINAR-SEGUINTE                                       *
010160*     LIGA SEGUINTE-PENDENTE QUANDO A TRANSACAO PENDENTE FOR DO *
010170*     ANO FISCAL SEGUINTE.                                      *
010180*****************************************************************
010190 3465-EXAMINAR-SEGUINTE.
010200     IF TRN-PENDENTE(WRK-IDX)
010210             AND WRK-TRN-ANO(WRK-IDX) = WRK-ANO-VIZINHO
010220         SET SEGUINTE-PENDENTE TO TRUE
010230     END-IF.
010240 3465-EXAMINAR-SEGUINTE-EXIT.
010250     EXIT.
010260*****************************************************************
010270* 3470-CONFERIR-PADRAO                                         *
010280*     CONFERE QUE TODOS OS PERIODOS DECLARAM O MESMO PADRAO E,  *
010290*     SENDO ELE 4-4-5, QUE O ANO TEM 12 PERIODOS E QUE CADA UM  *
010300*     TEM A DURACAO EM SEMANAS PREVISTA PELO PADRAO (3480).     *
010310*****************************************************************
010320 3470-CONFERIR-PADRAO.
010330     MOVE WRK-DEP-PADRAO(1) TO WRK-PADRAO-ANO.
010340     PERFORM 3475-COMPARAR-PADRAO
010350         THRU 3475-COMPARAR-PADRAO-EXIT
010360         VARYING WRK-IDX-PER FROM 2 BY 1
010370         UNTIL WRK-IDX-PER > WRK-QTD-PERIODOS
010380            OR ANO-REPROVADO.
010390     IF ANO-REPROVADO OR WRK-PADRAO-ANO NOT = WRK-PADRAO-445
010400         GO TO 3470-CONFERIR-PADRAO-EXIT
010410     END-IF.
010420     IF WRK-QTD-PERIODOS NOT = 12
010430         SET ANO-REPROVADO TO TRUE
010440         MOVE 'PADRAO 4-4-5 EXIGE 12 PERIODOS'
010450             TO WRK-MOTIVO-ANO
010460         GO TO 3470-CONFERIR-PADRAO-EXIT
010470     END-IF.
010480     PERFORM 3480-CONFERIR-PERIODO-445
010490         THRU 3480-CONFERIR-PERIODO-445-EXIT
010500         VARYING WRK-IDX-PER FROM 1 BY 1
010510         UNTIL WRK-IDX-PER > WRK-QTD-PERIODOS
010520            OR ANO-REPROVADO.
010530 3470-CONFERIR-PADRAO-EXIT.
010540     EXIT.
010550*****************************************************************
010560* 3475-COMPARAR-PADRAO                                         *
010570*     REPROVA O ANO QUANDO O PERIODO DECLARA PADRAO DIFERENTE   *
010580*     DO PRIMEIRO PERIODO.                                      *
010590*****************************************************************
010600 3475-COMPARAR-PADRAO.
010610     IF WRK-DEP-PADRAO(WRK-IDX-PER) NOT = WRK-PADRAO-ANO
010620         SET ANO-REPROVADO TO TRUE
010630         MOVE WRK-IDX-PER TO WRK-PER-ED-1
010640         STRING 'PADRAO DO PERIODO ' DELIMITED BY SIZE
010650                WRK-PER-ED-1 DELIMITED BY SIZE
010660                ' DIFERE DO PERIODO 01' DELIMITED BY SIZE
010670             INTO WRK-MOTIVO-ANO
010680     END-IF.
010690 3475-COMPARAR-PADRAO-EXIT.
010700     EXIT.
010710*****************************************************************
010720* 3480-CONFERIR-PERIODO-445                                    *
010730*     CONTA OS DIAS DO PERIODO (5150) E CONFERE QUE FORMAM      *
010740*     SEMANAS INTEIRAS NA QUANTIDADE PREVISTA PELO 4-4-5:       *
010750*     5 SEMANAS NO TERCEIRO PERIODO DE CADA TRIMESTRE E 4 NOS   *
010760*     DEMAIS, ADMITIDA UMA SEMANA A MAIS NO PERIODO 12 (ANO     *
010770*     FISCAL DE 53 SEMANAS).                                    *
010780*****************************************************************
010790 3480-CONFERIR-PERIODO-445.
010800     PERFORM 5150-CONTAR-DIAS-PERIODO
010810         THRU 5150-CONTAR-DIAS-PERIODO-EXIT.
010820     MOVE WRK-IDX-PER TO WRK-PER-ED-1.
010830     DIVIDE WRK-QTD-DIAS BY 7
010840         GIVING WRK-QTD-SEMANAS
010850         REMAINDER WRK-RESTO-SEMANA.
010860     IF WRK-RESTO-SEMANA NOT = ZEROS
010870         SET ANO-REPROVADO TO TRUE
010880         STRING 'PERIODO ' DELIMITED BY SIZE
010890                WRK-PER-ED-1 DELIMITED BY SIZE
010900                ' SEM SEMANAS INTEIRAS (4-4-5)'
010910                    DELIMITED BY SIZE
010920             INTO WRK-MOTIVO-ANO
010930         GO TO 3480-CONFERIR-PERIODO-445-EXIT
010940     END-IF.
010950     DIVIDE WRK-IDX-PER BY 3
010960         GIVING WRK-QUOC-TRIMESTRE
010970         REMAINDER WRK-RESTO-TRIMESTRE.
010980     IF WRK-RESTO-TRIMESTRE = ZEROS
010990         MOVE 5 TO WRK-SEMANAS-PADRAO
011000     ELSE
011010         MOVE 4 TO WRK-SEMANAS-PADRAO
011020     END-IF.
011030     IF WRK-QTD-SEMANAS = WRK-SEMANAS-PADRAO
011040         GO TO 3480-CONFERIR-PERIODO-445-EXIT
011050     END-IF.
011060     IF WRK-IDX-PER = 12
011070             AND WRK-QTD-SEMANAS = WRK-SEMANAS-PADRAO + 1
011080         GO TO 3480-CONFERIR-PERIODO-445-EXIT
011090     END-IF.
011100     SET ANO-REPROVADO TO TRUE.
011110     STRING 'PERIODO ' DELIMITED BY SIZE
011120            WRK-PER-ED-1 DELIMITED BY SIZE
011130            ' FORA DO PADRAO 4-4-5' DELIMITED BY SIZE
011140         INTO WRK-MOTIVO-ANO.
011150 3480-CONFERIR-PERIODO-445-EXIT.
011160     EXIT.
011170*****************************************************************
011180* 3600-EFETIVAR-TRANSACAO                                      *
011190*     CONCLUI A TRANSACAO DO ANO EM PROCESSAMENTO: COM O ANO    *
011200*     APROVADO, A TRANSACAO ACEITA SOBRE A IMAGEM E GRAVADA NO  *
011210*     CALENDARIO FISCAL; COM O ANO REPROVADO, OU RECUSADA SOBRE *
011220*     A IMAGEM, E DESVIADA PARA O ARQUIVO DE REJEITADAS.        *
011230*****************************************************************
011240 3600-EFETIVAR-TRANSACAO.
011250     MOVE WRK-TRN-ENTRADA(WRK-IDX) TO WRK-TRN-ATUAL.
011260     IF ATU-PENDENTE OR ATU-CONCLUIDA
011270             OR WRK-ATU-ANO NOT = WRK-ANO-CORRENTE
011280         GO TO 3600-EFETIVAR-TRANSACAO-EXIT
011290     END-IF.
011300     SET TRANSACAO-VALIDA TO TRUE.
011310     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
011311     SET TRANSACAO-NAO-RETIDA TO TRUE.
011320     IF ATU-RECUSADA
011330         SET TRANSACAO-INVALIDA TO TRUE
011340         MOVE WRK-ATU-MOTIVO TO WRK-MOTIVO-REJEICAO
011350     END-IF.
011360     IF TRANSACAO-VALIDA AND ANO-REPROVADO
011370         SET TRANSACAO-INVALIDA TO TRUE
011380         MOVE WRK-MOTIVO-ANO TO WRK-MOTIVO-REJEICAO
011390     END-IF.
011400     IF TRANSACAO-VALIDA
011410         EVALUATE TRUE
011420             WHEN ATU-INCLUSAO
011430                 PERFORM 3620-INCLUIR-PERIODO
011440                     THRU 3620-INCLUIR-PERIODO-EXIT
011450             WHEN ATU-ALTERACAO
011460                 PERFORM 3640-ALTERAR-PERIODO
011470                     THRU 3640-ALTERAR-PERIODO-EXIT
011480             WHEN ATU-EXCLUSAO
011490                 PERFORM 3660-EXCLUIR-PERIODO
011500                     THRU 3660-EXCLUIR-PERIODO-EXIT
011510         END-EVALUATE
011520     END-IF.
011530     IF TRANSACAO-INVALIDA
011540         PERFORM 3800-REJEITAR-TRANSACAO
011550             THRU 3800-REJEITAR-TRANSACAO-EXIT
011560     END-IF.
011570     PERFORM 3900-IMPRIMIR-DETALHE
011580         THRU 3900-IMPRIMIR-DETALHE-EXIT.
011590     SET ATU-CONCLUIDA TO TRUE.
011600     MOVE WRK-TRN-ATUAL TO WRK-TRN-ENTRADA(WRK-IDX).
011610 3600-EFETIVAR-TRANSACAO-EXIT.
011620     EXIT.
011630*****************************************************************
011640* 3620-INCLUIR-PERIODO                                         *
011650*     GRAVA O NOVO PERIODO NO CALENDARIO FISCAL.                *
011660*****************************************************************
011670 3620-INCLUIR-PERIODO.
011680     MOVE WRK-ATU-ANO     TO FCAL-ANO-FISCAL.
011690     MOVE WRK-ATU-PERIODO TO FCAL-PERIODO-FISCAL.
011700     MOVE WRK-ATU-INICIO  TO FCAL-DATA-INICIO.
011710     MOVE WRK-ATU-FIM     TO FCAL-DATA-FIM.
011720     MOVE WRK-ATU-PADRAO  TO FCAL-PADRAO.
011730     WRITE FISCAL-CAL-RECORD
011740         INVALID KEY
011750             SET TRANSACAO-INVALIDA TO TRUE
011760             MOVE 'INCLUSAO DUPLICADA - PERIODO JA CADASTRADO'
011770                 TO WRK-MOTIVO-REJEICAO
011780     END-WRITE.
011790     IF TRANSACAO-VALIDA
011800         ADD 1 TO WRK-CTR-INCLUIDAS
011810     END-IF.
011820 3620-INCLUIR-PERIODO-EXIT.
011830     EXIT.
011840*****************************************************************
011850* 3640-ALTERAR-PERIODO                                         *
011860*     REGRAVA AS DATAS E O PADRAO DO PERIODO JA CADASTRADO.     *
011870*****************************************************************
011880 3640-ALTERAR-PERIODO.
011890     MOVE WRK-ATU-ANO     TO FCAL-ANO-FISCAL.
011900     MOVE WRK-ATU-PERIODO TO FCAL-PERIODO-FISCAL.
011910     READ FISCAL-CAL
011920         INVALID KEY
011930             SET TRANSACAO-INVALIDA TO TRUE
011940             MOVE 'ALTERACAO DE PERIODO INEXISTENTE'
011950                 TO WRK-MOTIVO-REJEICAO
011960     END-READ.
011970     IF TRANSACAO-VALIDA
011980         MOVE WRK-ATU-INICIO TO FCAL-DATA-INICIO
011990         MOVE WRK-ATU-FIM    TO FCAL-DATA-FIM
012000         MOVE WRK-ATU-PADRAO TO FCAL-PADRAO
012010         REWRITE FISCAL-CAL-RECORD
012020         ADD 1 TO WRK-CTR-ALTERADAS
012030     END-IF.
012040 3640-ALTERAR-PERIODO-EXIT.
012050     EXIT.
012060*****************************************************************
012070* 3660-EXCLUIR-PERIODO                                         *
012080*     ELIMINA O PERIODO DO CALENDARIO FISCAL.                   *
012090*****************************************************************
012100 3660-EXCLUIR-PERIODO.
012110     MOVE WRK-ATU-ANO     TO FCAL-ANO-FISCAL.
012120     MOVE WRK-ATU-PERIODO TO FCAL-PERIODO-FISCAL.
012130     DELETE FISCAL-CAL
012140         INVALID KEY
012150             SET TRANSACAO-INVALIDA TO TRUE
012160             MOVE 'EXCLUSAO DE PERIODO INEXISTENTE'
012170                 TO WRK-MOTIVO-REJEICAO
012180     END-DELETE.
012190     IF TRANSACAO-VALIDA
012200         ADD 1 TO WRK-CTR-EXCLUIDAS
012210     END-IF.
012220 3660-EXCLUIR-PERIODO-EXIT.
012230     EXIT.
012240*****************************************************************
012250* 3700-IMPRIMIR-PERIODO                                        *
012260*     IMPRIME A LINHA ANTES/DEPOIS DO PERIODO DO ANO GRAVADO,   *
012270*     COM A SITUACAO (INCLUIDO, ALTERADO, EXCLUIDO OU           *
012280*     INALTERADO). PERIODO AUSENTE NAS DUAS IMAGENS NAO E       *
012290*     IMPRESSO.                                                 *
012300*****************************************************************
012310 3700-IMPRIMIR-PERIODO.
012320     IF NOT ANT-PRESENTE(WRK-IDX-PER)
012330             AND NOT DEP-PRESENTE(WRK-IDX-PER)
012340         GO TO 3700-IMPRIMIR-PERIODO-EXIT
012350     END-IF.
012360     MOVE WRK-IDX-PER TO WRK-LIM-PERIODO.
012370     MOVE SPACES TO WRK-LIM-ANT-INICIO WRK-LIM-ANT-FIM
012380                    WRK-LIM-ANT-PADRAO WRK-LIM-DEP-INICIO
012390                    WRK-LIM-DEP-FIM WRK-LIM-DEP-PADRAO.
012400     IF ANT-PRESENTE(WRK-IDX-PER)
012410         MOVE WRK-ANT-INICIO(WRK-IDX-PER) TO WRK-DATA-EDITADA
012420         MOVE WRK-DATA-EDITADA TO WRK-LIM-ANT-INICIO
012430         MOVE WRK-ANT-FIM(WRK-IDX-PER) TO WRK-DATA-EDITADA
012440         MOVE WRK-DATA-EDITADA TO WRK-LIM-ANT-FIM
012450         MOVE WRK-ANT-PADRAO(WRK-IDX-PER) TO WRK-LIM-ANT-PADRAO
012460     END-IF.
012470     IF DEP-PRESENTE(WRK-IDX-PER)
012480         MOVE WRK-DEP-INICIO(WRK-IDX-PER) TO WRK-DATA-EDITADA
012490         MOVE WRK-DATA-EDITADA TO WRK-LIM-DEP-INICIO
012500         MOVE WRK-DEP-FIM(WRK-IDX-PER) TO WRK-DATA-EDITADA
012510         MOVE WRK-DATA-EDITADA TO WRK-LIM-DEP-FIM
012520         MOVE WRK-DEP-PADRAO(WRK-IDX-PER) TO WRK-LIM-DEP-PADRAO
012530     END-IF.
012540     EVALUATE TRUE
012550         WHEN NOT ANT-PRESENTE(WRK-IDX-PER)
012560             MOVE 'INCLUIDO'   TO WRK-LIM-SITUACAO
012570         WHEN NOT DEP-PRESENTE(WRK-IDX-PER)
012580             MOVE 'EXCLUIDO'   TO WRK-LIM-SITUACAO
012590         WHEN WRK-ANT-INICIO(WRK-IDX-PER)
012600                  NOT = WRK-DEP-INICIO(WRK-IDX-PER)
012610           OR WRK-ANT-FIM(WRK-IDX-PER)
012620                  NOT = WRK-DEP-FIM(WRK-IDX-PER)
012630           OR WRK-ANT-PADRAO(WRK-IDX-PER)
012640                  NOT = WRK-DEP-PADRAO(WRK-IDX-PER)
012650             MOVE 'ALTERADO'   TO WRK-LIM-SITUACAO
012660         WHEN OTHER
012670             MOVE 'INALTERADO' TO WRK-LIM-SITUACAO
012680     END-EVALUATE.
012690     MOVE WRK-LINHA-IMAGEM TO WRK-LINHA-SAIDA.
012700     PERFORM 8900-GRAVAR-LINHA-FCALRPT
012710         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
012720 3700-IMPRIMIR-PERIODO-EXIT.
012730     EXIT.
012740*****************************************************************
012750* 3800-REJEITAR-TRANSACAO                                      *
012760*     GRAVA A IMAGEM DO CARTAO REJEITADO E O MOTIVO DA          *
012770*     REJEICAO NO ARQUIVO DE REJEITADAS.                        *
012780*****************************************************************
012790 3800-REJEITAR-TRANSACAO.
012800     IF TRANSACAO-NAO-RETIDA
012801         ADD 1 TO WRK-CTR-REJEITADAS
012802     END-IF.
012810     MOVE SPACES TO REJECT-RECORD.
012820     MOVE WRK-ATU-IMAGEM TO REJ-IMAGEM.
012830     MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
012840     WRITE REJECT-RECORD.
012850 3800-REJEITAR-TRANSACAO-EXIT.
012860     EXIT.
012870*****************************************************************
012880* 3900-IMPRIMIR-DETALHE                                        *
012890*     IMPRIME A LINHA DE DETALHE DA TRANSACAO PROCESSADA, COM O *
012900*     RESULTADO (APLICADA/REJEITADA) E O MOTIVO, QUANDO HOUVER. *
012910*****************************************************************
012920 3900-IMPRIMIR-DETALHE.
012930     MOVE WRK-ATU-C-OPERACAO TO WRK-DET-OPERACAO.
012940     MOVE WRK-ATU-C-ANO      TO WRK-DET-ANO.
012950     MOVE WRK-ATU-C-PERIODO  TO WRK-DET-PERIODO.
012960     MOVE WRK-ATU-C-INICIO   TO WRK-DET-INICIO.
012970     MOVE WRK-ATU-C-FIM      TO WRK-DET-FIM.
012980     MOVE WRK-ATU-C-PADRAO   TO WRK-DET-PADRAO.
012990     IF TRANSACAO-VALIDA
013000         MOVE 'APLICADA'  TO WRK-DET-RESULTADO
013010         MOVE SPACES      TO WRK-DET-MOTIVO
013020     ELSE
013030         MOVE 'REJEITADA' TO WRK-DET-RESULTADO
013040         MOVE WRK-MOTIVO-REJEICAO TO WRK-DET-MOTIVO
013050     END-IF.
013051     IF TRANSACAO-RETIDA
013052         MOVE 'RETIDA'    TO WRK-DET-RESULTADO
013053     END-IF.
013060     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
013070     PERFORM 8900-GRAVAR-LINHA-FCALRPT
013080         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
013090 3900-IMPRIMIR-DETALHE-EXIT.
013100     EXIT.
013110*****************************************************************
013120* 4400-VERIFICAR-ANO-BISSEXTO                                  *
013130*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
013140*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
013150*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
013160*     DATECALC).                                                *
013170*****************************************************************
013180 4400-VERIFICAR-ANO-BISSEXTO.
013190     MOVE WRK-ANO-REF TO DATECOPY-ANO-CALC.
013200     PERFORM 4690-VERIFICAR-BISSEXTO-DATECOPY
013210         THRU 4690-VERIFICAR-BISSEXTO-DATECOPY-EXIT.
013220 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
013230     EXIT.
013240*****************************************************************
013250* 4500-CALCULAR-ULTIMO-DIA-MES                                 *
013260*     RECEBE O ANO EM WRK-ANO-REF E O MES EM WRK-MES-REF E      *
013270*     DEVOLVE EM WRK-ULT-DIA-MES O ULTIMO DIA DAQUELE MES,      *
013280*     CONSIDERANDO FEVEREIRO EM ANO BISSEXTO.                   *
013290*****************************************************************
013300 4500-CALCULAR-ULTIMO-DIA-MES.
013310     PERFORM 4400-VERIFICAR-ANO-BISSEXTO
013320         THRU 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
013330     MOVE DATECOPY-DIAS-MES(WRK-MES-REF) TO WRK-ULT-DIA-MES.
013340     IF WRK-MES-REF = 02 AND DATECOPY-ANO-BISSEXTO
013350         MOVE 29 TO WRK-ULT-DIA-MES
013360     END-IF.
013370 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
013380     EXIT.
013390*****************************************************************
013400* 4690/4700/4710 - ROTINAS COMUNS DE DATA DO COPYBOOK DATECALC  *
013410*     (BISSEXTO E CONVERSOES JULIANO/US).                       *
013420*****************************************************************
013430     COPY DATECALC.
013440*****************************************************************
013450* 5100-AVANCAR-DATA-AVL                                        *
013460*     AVANCA A DATA EM AVALIACAO (WRK-DATA-AVL) EM UM DIA,      *
013470*     TRATANDO AS VIRADAS DE MES E DE ANO.                      *
013480*****************************************************************
013490 5100-AVANCAR-DATA-AVL.
013500     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
013510     MOVE WRK-AVL-MES TO WRK-MES-REF.
013520     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
013530         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
013540     IF WRK-AVL-DIA < WRK-ULT-DIA-MES
013550         ADD 1 TO WRK-AVL-DIA
013560     ELSE
013570         MOVE 01 TO WRK-AVL-DIA
013580         IF WRK-AVL-MES < 12
013590             ADD 1 TO WRK-AVL-MES
013600         ELSE
013610             MOVE 01 TO WRK-AVL-MES
013620             ADD 1 TO WRK-AVL-ANO
013630         END-IF
013640     END-IF.
013650 5100-AVANCAR-DATA-AVL-EXIT.
013660     EXIT.
013670*****************************************************************
013680* 5150-CONTAR-DIAS-PERIODO                                     *
013690*     CONTA EM WRK-QTD-DIAS OS DIAS CORRIDOS DO PERIODO         *
013700*     WRK-IDX-PER DA IMAGEM DEPOIS, INICIO E FIM INCLUSIVE,     *
013710*     AVANCANDO UM DIA POR VEZ (5160).                          *
013720*****************************************************************
013730 5150-CONTAR-DIAS-PERIODO.
013740     MOVE WRK-DEP-INICIO(WRK-IDX-PER) TO WRK-DATA-AVL-N.
013750     MOVE WRK-DEP-FIM(WRK-IDX-PER)    TO WRK-DATA-LIMITE.
013760     MOVE 1 TO WRK-QTD-DIAS.
013770     PERFORM 5160-CONTAR-DIA
013780         THRU 5160-CONTAR-DIA-EXIT
013790         UNTIL WRK-DATA-AVL-N NOT < WRK-DATA-LIMITE.
013800 5150-CONTAR-DIAS-PERIODO-EXIT.
013810     EXIT.
013820*****************************************************************
013830* 5160-CONTAR-DIA                                              *
013840*     AVANCA A DATA EM AVALIACAO E ACUMULA UM DIA NA CONTAGEM.  *
013850*****************************************************************
013860 5160-CONTAR-DIA.
013870     PERFORM 5100-AVANCAR-DATA-AVL
013880         THRU 5100-AVANCAR-DATA-AVL-EXIT.
013890     ADD 1 TO WRK-QTD-DIAS.
013900 5160-CONTAR-DIA-EXIT.
013910     EXIT.
013920*****************************************************************
013930* 6000-CONTAR-REGISTROS                                        *
013940*     CONTA EM WRK-CTR-CONTAGEM OS REGISTROS PRESENTES NO       *
013950*     CALENDARIO FISCAL, LENDO-O SEQUENCIALMENTE A PARTIR DA    *
013960*     MENOR CHAVE. O ARQUIVO DEVE ESTAR ABERTO EM I-O.          *
013970*****************************************************************
013980 6000-CONTAR-REGISTROS.
013990     MOVE ZEROS TO WRK-CTR-CONTAGEM.
014000     MOVE ZEROS TO FCAL-ANO-FISCAL.
014010     MOVE ZEROS TO FCAL-PERIODO-FISCAL.
014020     START FISCAL-CAL KEY >= FCAL-CHAVE
014030         INVALID KEY
014040             GO TO 6000-CONTAR-REGISTROS-EXIT
014050     END-START.
014060     PERFORM 6100-CONTAR-PROXIMO
014070         THRU 6100-CONTAR-PROXIMO-EXIT
014080         UNTIL NOT FS-FISCAL-OK.
014090     MOVE '00' TO WRK-FS-FISCAL.
014100 6000-CONTAR-REGISTROS-EXIT.
014110     EXIT.
014120*****************************************************************
014130* 6100-CONTAR-PROXIMO                                          *
014140*     LE O PROXIMO REGISTRO DO CALENDARIO E ACUMULA A CONTAGEM. *
014150*****************************************************************
014160 6100-CONTAR-PROXIMO.
014170     READ FISCAL-CAL NEXT
014180         AT END
014190             GO TO 6100-CONTAR-PROXIMO-EXIT
014200     END-READ.
014210     IF FS-FISCAL-OK
014220         ADD 1 TO WRK-CTR-CONTAGEM
014230     END-IF.
014240 6100-CONTAR-PROXIMO-EXIT.
014250     EXIT.
014260*****************************************************************
014270* 7000-CONTAR-DEPOIS                                           *
014280*     CONTA OS REGISTROS DO CALENDARIO FISCAL APOS A APLICACAO  *
014290*     DE TODAS AS TRANSACOES.                                   *
014300*****************************************************************
014310 7000-CONTAR-DEPOIS.
014320     PERFORM 6000-CONTAR-REGISTROS
014330         THRU 6000-CONTAR-REGISTROS-EXIT.
014340     MOVE WRK-CTR-CONTAGEM TO WRK-CTR-DEPOIS.
014350 7000-CONTAR-DEPOIS-EXIT.
014360     EXIT.
014370*****************************************************************
014380* 8000-IMPRIMIR-TOTAIS                                         *
014390*     IMPRIME O QUADRO DE TOTAIS DA MANUTENCAO: REGISTROS ANTES *
014400*     E DEPOIS, TRANSACOES LIDAS, APLICADAS POR OPERACAO E      *
014410*     REJEITADAS, E ANOS FISCAIS GRAVADOS E REPROVADOS.         *
014420*****************************************************************
014430 8000-IMPRIMIR-TOTAIS.
014440     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
014450     PERFORM 8900-GRAVAR-LINHA-FCALRPT
014460         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
014470     MOVE 'REGISTROS NO CALENDARIO ANTES DA MANUTENCAO:'
014480         TO WRK-TOT-TEXTO.
014490     MOVE WRK-CTR-ANTES TO WRK-TOT-VALOR.
014500     PERFORM 8800-GRAVAR-LINHA-TOTAL
014510         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014520     MOVE 'TRANSACOES LIDAS:' TO WRK-TOT-TEXTO.
014530     MOVE WRK-CTR-LIDAS TO WRK-TOT-VALOR.
014540     PERFORM 8800-GRAVAR-LINHA-TOTAL
014550         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014560     MOVE 'INCLUSOES APLICADAS:' TO WRK-TOT-TEXTO.
014570     MOVE WRK-CTR-INCLUIDAS TO WRK-TOT-VALOR.
014580     PERFORM 8800-GRAVAR-LINHA-TOTAL
014590         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014600     MOVE 'ALTERACOES APLICADAS:' TO WRK-TOT-TEXTO.
014610     MOVE WRK-CTR-ALTERADAS TO WRK-TOT-VALOR.
014620     PERFORM 8800-GRAVAR-LINHA-TOTAL
014630         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014640     MOVE 'EXCLUSOES APLICADAS:' TO WRK-TOT-TEXTO.
014650     MOVE WRK-CTR-EXCLUIDAS TO WRK-TOT-VALOR.
014660     PERFORM 8800-GRAVAR-LINHA-TOTAL
014670         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014680     MOVE 'TRANSACOES REJEITADAS:' TO WRK-TOT-TEXTO.
014690     MOVE WRK-CTR-REJEITADAS TO WRK-TOT-VALOR.
014700     PERFORM 8800-GRAVAR-LINHA-TOTAL
014710         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014711     MOVE 'TRANSACOES RETIDAS POR CONGELAMENTO:'
014712         TO WRK-TOT-TEXTO.
014713     MOVE WRK-CTR-RETIDAS TO WRK-TOT-VALOR.
014714     PERFORM 8800-GRAVAR-LINHA-TOTAL
014715         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014720     MOVE 'ANOS FISCAIS GRAVADOS:' TO WRK-TOT-TEXTO.
014730     MOVE WRK-CTR-ANOS-GRAVADOS TO WRK-TOT-VALOR.
014740     PERFORM 8800-GRAVAR-LINHA-TOTAL
014750         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014760     MOVE 'ANOS FISCAIS REPROVADOS NA CONFERENCIA:'
014770         TO WRK-TOT-TEXTO.
014780     MOVE WRK-CTR-ANOS-REPROVADOS TO WRK-TOT-VALOR.
014790     PERFORM 8800-GRAVAR-LINHA-TOTAL
014800         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014810     MOVE 'REGISTROS NO CALENDARIO APOS A MANUTENCAO:'
014820         TO WRK-TOT-TEXTO.
014830     MOVE WRK-CTR-DEPOIS TO WRK-TOT-VALOR.
014840     PERFORM 8800-GRAVAR-LINHA-TOTAL
014850         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
014860 8000-IMPRIMIR-TOTAIS-EXIT.
014870     EXIT.
014880*****************************************************************
014890* 8700-IMPRIMIR-TITULO                                         *
014900*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
014910*     WRK-LINHA-TITULO.                                         *
014920*****************************************************************
014930 8700-IMPRIMIR-TITULO.
014940     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
014950     PERFORM 8900-GRAVAR-LINHA-FCALRPT
014960         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
014970 8700-IMPRIMIR-TITULO-EXIT.
014980     EXIT.
014981*****************************************************************
014982* 8750-GRAVAR-LINHA-INFO                                       *
014983*     GRAVA NO RELATORIO A LINHA MONTADA EM WRK-LINHA-INFO.     *
014984*****************************************************************
014985 8750-GRAVAR-LINHA-INFO.
014986     MOVE WRK-LINHA-INFO TO WRK-LINHA-SAIDA.
014987     PERFORM 8900-GRAVAR-LINHA-FCALRPT
014988         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
014989 8750-GRAVAR-LINHA-INFO-EXIT.
014990     EXIT.
014995*****************************************************************
015000* 8800-GRAVAR-LINHA-TOTAL                                      *
015010*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
015020*     WRK-LINHA-TOTAL.                                          *
015030*****************************************************************
015040 8800-GRAVAR-LINHA-TOTAL.
015050     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
015060     PERFORM 8900-GRAVAR-LINHA-FCALRPT
015070         THRU 8900-GRAVAR-LINHA-FCALRPT-EXIT.
015080 8800-GRAVAR-LINHA-TOTAL-EXIT.
015090     EXIT.
015100*****************************************************************
015110* 8850-IMPRIMIR-CABECALHO                                      *
015120*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
015130*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
015140*****************************************************************
015150 8850-IMPRIMIR-CABECALHO.
015160     ADD 1 TO WRK-NUM-PAGINA.
015170     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
015180     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
015190     WRITE FCALRPT-LINE FROM WRK-CAB-RELATORIO-1.
015200     WRITE FCALRPT-LINE FROM WRK-CAB-RELATORIO-2.
015210     WRITE FCALRPT-LINE FROM WRK-CAB-RELATORIO-3.
015220     MOVE 3 TO WRK-NUM-LINHA.
015230 8850-IMPRIMIR-CABECALHO-EXIT.
015240     EXIT.
015250*****************************************************************
015260* 8900-GRAVAR-LINHA-FCALRPT                                    *
015270*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
015280*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
015290*****************************************************************
015300 8900-GRAVAR-LINHA-FCALRPT.
015310     IF WRK-NUM-LINHA = ZEROS OR
015320             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
015330         PERFORM 8850-IMPRIMIR-CABECALHO
015340             THRU 8850-IMPRIMIR-CABECALHO-EXIT
015350     END-IF.
015360     WRITE FCALRPT-LINE FROM WRK-LINHA-SAIDA.
015370     ADD 1 TO WRK-NUM-LINHA.
015380 8900-GRAVAR-LINHA-FCALRPT-EXIT.
015390     EXIT.
015400*****************************************************************
015410* 9000-ENCERRAR-ARQUIVOS                                       *
015420*     ENCERRA OS ARQUIVOS DA MANUTENCAO.                        *
015430*****************************************************************
015440 9000-ENCERRAR-ARQUIVOS.
015450     CLOSE FISCAL-CAL.
015460     IF NOT FS-TRAN-ARQ-INEXISTENTE
015470         CLOSE TRAN-CARD
015480     END-IF.
015490     CLOSE REJECT-FILE.
015500     CLOSE FCALRPT.
015510 9000-ENCERRAR-ARQUIVOS-EXIT.
015520     EXIT.
015530*****************************************************************
015540* 9999-FIM                                                     *
015550*****************************************************************
015560 9999-FIM.
015570     STOP RUN.
