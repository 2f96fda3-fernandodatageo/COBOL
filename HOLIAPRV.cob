000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HOLIAPRV.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: EXECUCAO DE APROVACAO DAS MUDANCAS DO CALENDARIO DE
000100* FERIADOS GRAVADAS COMO PENDENTES PELO PROGRAMA HOLIMANT NO
000110* ARQUIVO DE PENDENCIAS (HOLIPEND). LE O DECK DE APROVACAO
000120* (APRVCARD), UM CARTAO POR PENDENCIA COM A ACAO APR (APROVAR E
000130* APLICAR) OU REJ (REJEITAR), E REGISTRA A DECISAO NA PENDENCIA
000140* COM O APROVADOR INFORMADO NO CARTAO DE PARAMETROS (SYSIN). O
000150* APROVADOR NAO PODE SER O MESMO USUARIO QUE SOLICITOU A MUDANCA
000160* (DUPLO CONTROLE EXIGIDO PELA AUDITORIA). SO AS MUDANCAS
000170* APROVADAS SAO APLICADAS AO HOLIDAY-FILE, E CADA MUDANCA
000180* APLICADA GRAVA NO HISTORICO PERMANENTE (HOLIHSTF) AS IMAGENS
000190* ANTES/DEPOIS DO FERIADO, O SOLICITANTE, O APROVADOR E OS
000200* HORARIOS DA SOLICITACAO E DA APLICACAO. EM PERIODO CONGELADO
000210* PARA O ESCOPO FERIADOS (FRZCHECK) SO SAO APLICADAS AS MUDANCAS
000220* EMERGENCIAIS; AS DEMAIS APROVACOES FICAM RETIDAS E A PENDENCIA
000230* CONTINUA EM ABERTO. O RELATORIO HOLAPRPT LISTA AS DECISOES, AS
000240* PENDENCIAS AINDA EM ABERTO E OS TOTAIS.
000241* RETURN-CODE 00 QUANDO TODOS OS CARTOES FORAM ATENDIDOS;
000242* RETURN-CODE 04 COM CARTAO INVALIDO OU MUDANCA APROVADA QUE NAO
000243* PODE SER APLICADA (FALHA);
000244* RETURN-CODE 08 SEM APROVADOR NO CARTAO DE PARAMETROS OU COM
000245* ARQUIVO INDISPONIVEL NA ABERTURA (NADA E PROCESSADO);
000246* RETURN-CODE 12 COM APROVACAO RETIDA POR CONGELAMENTO;
000247* RETURN-CODE 16 COM ERRO NA GRAVACAO DO HISTORICO OU NA
000248* REGRAVACAO DA PENDENCIA (O DECK E INTERROMPIDO).
000249* PREVALECE O MAIOR RETURN-CODE APURADO NA EXECUCAO.
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
000350     SELECT PENDING-FILE ASSIGN TO HOLIPEND
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PEND-NUMERO
000390         FILE STATUS IS WRK-FS-PEND.
000400     SELECT HOLIDAY-FILE ASSIGN TO HOLIDFL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HOL-CHAVE
000440         FILE STATUS IS WRK-FS-HOLIDAY.
000450     SELECT HISTORY-FILE ASSIGN TO HOLIHSTF
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WRK-FS-HIST.
000480     SELECT APRV-CARD ASSIGN TO APRVCARD
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-FS-APRV.
000510     SELECT REJECT-FILE ASSIGN TO APRVREJ
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-REJECT.
000540     SELECT HOLAPRPT ASSIGN TO HOLAPRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-HOLAPRPT.
000570     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-PARM.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630* PENDING-FILE - MUDANCAS DO CALENDARIO DE FERIADOS PENDENTES   *
000640*     DE APROVACAO, CHAVEADO PELO NUMERO DA PENDENCIA (LAYOUT   *
000650*     NO COPYBOOK HOLPENDC).                                    *
000660*****************************************************************
000670 FD  PENDING-FILE
000680     LABEL RECORD IS STANDARD.
000690     COPY HOLPENDC.
000700*****************************************************************
000710* HOLIDAY-FILE - CALENDARIO DE FERIADOS E DIAS NAO UTEIS,       *
000720*     CHAVEADO POR CALENDARIO (NAC = NACIONAL, DEMAIS =         *
000730*     REGIONAIS) + DATA AAAAMMDD (MESMO LAYOUT DO PROGRAMA      *
000740*     HOLIMANT).                                                *
000750*****************************************************************
000760 FD  HOLIDAY-FILE
000770     LABEL RECORD IS STANDARD.
000780 01  HOLIDAY-RECORD.
000790     02  HOL-CHAVE.
000800         03  HOL-ID-CALENDARIO   PIC X(03).
000810         03  HOL-CHAVE-DATA      PIC 9(08).
000820     02  HOL-DESCRICAO       PIC X(40).
000830*****************************************************************
000840* HISTORY-FILE - HISTORICO PERMANENTE DE MUDANCAS DO CALENDARIO *
000850*     DE FERIADOS (LAYOUT NO COPYBOOK HOLHISTC).                *
000860*****************************************************************
000870 FD  HISTORY-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY HOLHISTC.
000900*****************************************************************
000910* APRV-CARD - DECK DE APROVACAO: ACAO (APR = APROVAR E APLICAR, *
000920*     REJ = REJEITAR), NUMERO DA PENDENCIA E MOTIVO DA DECISAO  *
000930*     (OBRIGATORIO NA REJEICAO).                                *
000940*****************************************************************
000950 FD  APRV-CARD
000960     LABEL RECORD IS OMITTED.
000970 01  APRV-CARD-REG.
000980     02  APRV-ACAO           PIC X(03).
000990         88  APRV-APROVAR            VALUE 'APR'.
001000         88  APRV-REJEITAR           VALUE 'REJ'.
001010     02  FILLER              PIC X(01).
001020     02  APRV-NUM-PENDENCIA  PIC X(06).
001030     02  APRV-NUM-PENDENCIA-N REDEFINES APRV-NUM-PENDENCIA
001040                             PIC 9(06).
001050     02  FILLER              PIC X(01).
001060     02  APRV-MOTIVO         PIC X(40).
001070     02  FILLER              PIC X(29).
001080*****************************************************************
001090* REJECT-FILE - CARTOES DE APROVACAO NAO ATENDIDOS (INVALIDOS,  *
001100*     COM FALHA NA APLICACAO OU RETIDOS POR CONGELAMENTO):      *
001110*     IMAGEM DO CARTAO SEGUIDA DO MOTIVO.                       *
001120*****************************************************************
001130 FD  REJECT-FILE
001140     LABEL RECORD IS OMITTED.
001150 01  REJECT-RECORD.
001160     02  REJ-IMAGEM          PIC X(80).
001170     02  FILLER              PIC X(02).
001180     02  REJ-MOTIVO          PIC X(40).
001190*****************************************************************
001200* HOLAPRPT - RELATORIO DA EXECUCAO DE APROVACAO, COM CABECALHO  *
001210*     DE EMPRESA/PROGRAMA E CONTROLE DE PAGINA/LINHA (MESMO     *
001220*     PADRAO DO RELATORIO HOLIRPT).                             *
001230*****************************************************************
001240 FD  HOLAPRPT
001250     LABEL RECORD IS OMITTED
001260     RECORD CONTAINS 132 CHARACTERS.
001270 01  HOLAPRPT-LINE               PIC X(132).
001280*****************************************************************
001290* PARM-CARD - NUMERO DA MUDANCA EMERGENCIAL (OPCIONAL) E        *
001300*     IDENTIFICACAO DO APROVADOR (OBRIGATORIA).                 *
001310*****************************************************************
001320 FD  PARM-CARD
001330     LABEL RECORD IS OMITTED.
001340 01  PARM-CARD-REG.
001350     02  PARM-NUM-EMERGENCIA PIC X(10).
001360     02  FILLER              PIC X(01).
001370     02  PARM-ID-APROVADOR   PIC X(08).
001380     02  FILLER              PIC X(61).
001390 WORKING-STORAGE SECTION.
001400*****************************************************************
001410* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
001420*****************************************************************
001430     COPY DATECOPY.
001440*****************************************************************
001450* STATUS DOS ARQUIVOS
001460*****************************************************************
001470 77  WRK-FS-PEND             PIC X(02) VALUE '00'.
001480     88  FS-PEND-OK                  VALUE '00'.
001490     88  FS-PEND-FIM                 VALUE '10'.
001500     88  FS-PEND-ARQ-INEXISTENTE     VALUE '35'.
001510 77  WRK-FS-HOLIDAY          PIC X(02) VALUE '00'.
001520     88  FS-HOLIDAY-OK               VALUE '00'.
001530     88  FS-HOLIDAY-NAO-ENCONTRADO   VALUE '23'.
001540     88  FS-HOLIDAY-DUPLICADO        VALUE '22'.
001550     88  FS-HOLIDAY-ARQ-INEXISTENTE  VALUE '35'.
001560 77  WRK-FS-HIST             PIC X(02) VALUE '00'.
001570     88  FS-HIST-OK                  VALUE '00'.
001580     88  FS-HIST-ARQ-INEXISTENTE     VALUE '35'.
001590 77  WRK-FS-APRV             PIC X(02) VALUE '00'.
001600     88  FS-APRV-OK                  VALUE '00'.
001610     88  FS-APRV-FIM                 VALUE '10'.
001620     88  FS-APRV-ARQ-INEXISTENTE     VALUE '35'.
001630 77  WRK-FS-REJECT           PIC X(02) VALUE '00'.
001640     88  FS-REJECT-OK                VALUE '00'.
001650 77  WRK-FS-HOLAPRPT         PIC X(02) VALUE '00'.
001660     88  FS-HOLAPRPT-OK              VALUE '00'.
001670 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001680     88  FS-PARM-OK                  VALUE '00'.
001690     88  FS-PARM-FIM                 VALUE '10'.
001700*****************************************************************
001710* INDICADORES DE PROCESSAMENTO
001720*****************************************************************
001730 01  WRK-SWITCHES.
001740     02  WRK-SW-FIM-APRV     PIC X(01) VALUE 'N'.
001750         88  FIM-CARTOES             VALUE 'S'.
001760     02  WRK-SW-CARTAO-VALIDO PIC X(01) VALUE 'S'.
001770         88  CARTAO-VALIDO           VALUE 'S'.
001780         88  CARTAO-INVALIDO         VALUE 'N'.
001790     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'N'.
001800         88  MANUTENCAO-CONGELADA    VALUE 'S'.
001810         88  MANUTENCAO-LIBERADA     VALUE 'N'.
001820     02  WRK-SW-FERIADO      PIC X(01) VALUE 'N'.
001830         88  FERIADO-CADASTRADO      VALUE 'S'.
001840         88  FERIADO-AUSENTE         VALUE 'N'.
001850     02  WRK-SW-APLICACAO    PIC X(01) VALUE 'S'.
001860         88  APLICACAO-OK            VALUE 'S'.
001870         88  APLICACAO-FALHOU        VALUE 'N'.
001880     02  WRK-SW-PENDENCIAS   PIC X(01) VALUE 'N'.
001890         88  PENDENCIAS-ABERTAS      VALUE 'S'.
001900     02  WRK-SW-CADASTROS    PIC X(01) VALUE 'N'.
001910         88  CADASTROS-ABERTOS       VALUE 'S'.
001920     02  WRK-SW-CARTOES      PIC X(01) VALUE 'N'.
001930         88  CARTOES-ABERTOS         VALUE 'S'.
001940*****************************************************************
001950* CONTADORES DA APROVACAO
001960*****************************************************************
001970 77  WRK-CTR-LIDOS           PIC 9(07) COMP VALUE ZEROS.
001980 77  WRK-CTR-APLICADAS       PIC 9(07) COMP VALUE ZEROS.
001990 77  WRK-CTR-REJEITADAS      PIC 9(07) COMP VALUE ZEROS.
002000 77  WRK-CTR-FALHAS          PIC 9(07) COMP VALUE ZEROS.
002010 77  WRK-CTR-INVALIDOS       PIC 9(07) COMP VALUE ZEROS.
002020 77  WRK-CTR-RETIDAS         PIC 9(07) COMP VALUE ZEROS.
002030 77  WRK-CTR-EM-ABERTO       PIC 9(07) COMP VALUE ZEROS.
002040 77  WRK-CTR-ERROS-HIST      PIC 9(07) COMP VALUE ZEROS.
002045 77  WRK-CTR-ERROS-PEND      PIC 9(07) COMP VALUE ZEROS.
002050*****************************************************************
002060* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
002070* E NUMERO DA MUDANCA EMERGENCIAL DO CARTAO DE PARAMETROS       *
002080*****************************************************************
002090     COPY FRZCHKC.
002100 77  WRK-NUM-EMERGENCIA      PIC X(10) VALUE SPACES.
002110 77  WRK-DATA-EDITADA        PIC 9999/99/99.
002120*****************************************************************
002130* APROVADOR DA EXECUCAO E CARIMBO DA DECISAO/APLICACAO. A HORA  *
002140* (HHMMSSCC) E A MESMA PARA TODA A EXECUCAO.                    *
002150*****************************************************************
002160 77  WRK-ID-APROVADOR        PIC X(08) VALUE SPACES.
002170 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002180 77  WRK-HORA-APLIC          PIC 9(08) VALUE ZEROS.
002190 77  WRK-MOTIVO-CARTAO       PIC X(40) VALUE SPACES.
002200 77  WRK-RESULTADO           PIC X(10) VALUE SPACES.
002210 01  WRK-MOTIVO-ABERTA.
002220     02  FILLER              PIC X(14) VALUE 'SOLICITADA EM '.
002230     02  WRK-MAB-DATA        PIC 9999/99/99.
002240     02  FILLER              PIC X(16) VALUE SPACES.
002250*****************************************************************
002260* AREA DE TRABALHO DO RELATORIO HOLAPRPT
002270*****************************************************************
002280 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
002290 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
002300 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
002310 01  WRK-LINHA-SAIDA         PIC X(132).
002320 01  WRK-CAB-RELATORIO-1.
002330     02  FILLER              PIC X(01) VALUE SPACES.
002340     02  FILLER              PIC X(33)
002350         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
002360     02  FILLER              PIC X(78) VALUE SPACES.
002370     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
002380     02  WRK-CAB-PAGINA      PIC ZZZ9.
002390     02  FILLER              PIC X(08) VALUE SPACES.
002400 01  WRK-CAB-RELATORIO-2.
002410     02  FILLER              PIC X(01) VALUE SPACES.
002420     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
002430     02  FILLER              PIC X(20) VALUE 'HOLIAPRV'.
002440     02  FILLER              PIC X(20) VALUE SPACES.
002450     02  FILLER              PIC X(20)
002460         VALUE 'DATA PROCESSAMENTO: '.
002470     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
002480     02  FILLER              PIC X(51) VALUE SPACES.
002490 01  WRK-CAB-RELATORIO-3.
002500     02  FILLER              PIC X(01) VALUE SPACES.
002510     02  FILLER              PIC X(131) VALUE ALL '-'.
002520 01  WRK-LINHA-DETALHE.
002530     02  FILLER              PIC X(01) VALUE SPACES.
002540     02  WRK-DET-ACAO        PIC X(03).
002550     02  FILLER              PIC X(02) VALUE SPACES.
002560     02  WRK-DET-PENDENCIA   PIC X(06).
002570     02  FILLER              PIC X(02) VALUE SPACES.
002580     02  WRK-DET-OPERACAO    PIC X(03).
002590     02  FILLER              PIC X(02) VALUE SPACES.
002600     02  WRK-DET-CALENDARIO  PIC X(03).
002610     02  FILLER              PIC X(02) VALUE SPACES.
002620     02  WRK-DET-DATA        PIC X(08).
002630     02  FILLER              PIC X(02) VALUE SPACES.
002640     02  WRK-DET-DESCRICAO   PIC X(34).
002650     02  FILLER              PIC X(02) VALUE SPACES.
002660     02  WRK-DET-SOLICITANTE PIC X(08).
002670     02  FILLER              PIC X(02) VALUE SPACES.
002680     02  WRK-DET-RESULTADO   PIC X(10).
002690     02  FILLER              PIC X(02) VALUE SPACES.
002700     02  WRK-DET-MOTIVO      PIC X(40).
002710 01  WRK-LINHA-TOTAL.
002720     02  FILLER              PIC X(01) VALUE SPACES.
002730     02  WRK-TOT-TEXTO       PIC X(45).
002740     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002750     02  FILLER              PIC X(79) VALUE SPACES.
002760 01  WRK-LINHA-INFO.
002770     02  FILLER              PIC X(01) VALUE SPACES.
002780     02  WRK-INF-TEXTO       PIC X(45).
002790     02  WRK-INF-VALOR       PIC X(60).
002800     02  FILLER              PIC X(26) VALUE SPACES.
002810 01  WRK-PERIODO-CONGELADO.
002820     02  WRK-PCG-INICIO      PIC 9999/99/99.
002830     02  FILLER              PIC X(03) VALUE ' A '.
002840     02  WRK-PCG-FIM         PIC 9999/99/99.
002850 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880* 0000-MAINLINE                                                *
002890*****************************************************************
002900 0000-MAINLINE.
002910     PERFORM 1000-INICIALIZAR
002920         THRU 1000-INICIALIZAR-EXIT.
002930     IF FIM-CARTOES
002940         GO TO 0000-ENCERRAR
002950     END-IF.
002960     PERFORM 2000-PROCESSAR-CARTAO
002970         THRU 2000-PROCESSAR-CARTAO-EXIT
002980         UNTIL FIM-CARTOES.
002990 0000-ENCERRAR.
003000     IF PENDENCIAS-ABERTAS
003010         PERFORM 7000-LISTAR-EM-ABERTO
003020             THRU 7000-LISTAR-EM-ABERTO-EXIT
003030     END-IF.
003040     PERFORM 8000-IMPRIMIR-TOTAIS
003050         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
003060     PERFORM 9000-ENCERRAR-ARQUIVOS
003070         THRU 9000-ENCERRAR-ARQUIVOS-EXIT.
003080     IF WRK-CTR-INVALIDOS > ZEROS OR WRK-CTR-FALHAS > ZEROS
003090         MOVE 04 TO RETURN-CODE
003100     END-IF.
003110     IF WRK-CTR-RETIDAS > ZEROS
003120         MOVE 12 TO RETURN-CODE
003130     END-IF.
003140     IF WRK-CTR-ERROS-HIST > ZEROS OR WRK-CTR-ERROS-PEND > ZEROS
003150         MOVE 16 TO RETURN-CODE
003160     END-IF.
003170     GO TO 9999-FIM.
003180 0000-MAINLINE-EXIT.
003190     EXIT.
003200*****************************************************************
003210* 1000-INICIALIZAR                                             *
003220*     ABRE O RELATORIO E O ARQUIVO DE CARTOES NAO ATENDIDOS,    *
003230*     CONFERE O APROVADOR, ABRE AS PENDENCIAS, O CALENDARIO     *
003240*     (CRIADO QUANDO AINDA NAO EXISTIR NO AMBIENTE) E O         *
003250*     HISTORICO, CONSULTA O CONGELAMENTO E FAZ A LEITURA        *
003260*     INICIAL DO DECK DE APROVACAO.                             *
003270*****************************************************************
003280 1000-INICIALIZAR.
003290     ACCEPT DATASYS FROM DATE YYYYMMDD.
003300     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
003310         + (MESSYS * 100) + DIASYS.
003320     ACCEPT WRK-HORA-APLIC FROM TIME.
003330     OPEN OUTPUT HOLAPRPT.
003340     OPEN OUTPUT REJECT-FILE.
003350     PERFORM 1100-LER-PARAMETROS
003360         THRU 1100-LER-PARAMETROS-EXIT.
003370     IF WRK-ID-APROVADOR = SPACES
003380         DISPLAY 'HOLIAPRV: APROVADOR NAO INFORMADO NO CARTAO '
003390             'DE PARAMETROS - NENHUMA DECISAO REGISTRADA'
003400         MOVE 08 TO RETURN-CODE
003410         SET FIM-CARTOES TO TRUE
003420         GO TO 1000-INICIALIZAR-EXIT
003430     END-IF.
003440     MOVE 'APROVADOR DAS MUDANCAS:' TO WRK-INF-TEXTO.
003450     MOVE WRK-ID-APROVADOR TO WRK-INF-VALOR.
003460     PERFORM 8700-GRAVAR-LINHA-INFO
003470         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
003480     OPEN I-O PENDING-FILE.
003490     IF NOT FS-PEND-OK
003500         DISPLAY 'HOLIAPRV: ARQUIVO DE PENDENCIAS (HOLIPEND) '
003510             'INDISPONIVEL - FS: ' WRK-FS-PEND
003520         MOVE 08 TO RETURN-CODE
003530         SET FIM-CARTOES TO TRUE
003540         GO TO 1000-INICIALIZAR-EXIT
003550     END-IF.
003560     SET PENDENCIAS-ABERTAS TO TRUE.
003570     OPEN I-O HOLIDAY-FILE.
003580     IF FS-HOLIDAY-ARQ-INEXISTENTE
003590         DISPLAY 'HOLIAPRV: CALENDARIO DE FERIADOS INEXISTENTE'
003600             ' - SERA CRIADO NESTA EXECUCAO'
003610         OPEN OUTPUT HOLIDAY-FILE
003620         CLOSE HOLIDAY-FILE
003630         OPEN I-O HOLIDAY-FILE
003640     END-IF.
003650     IF NOT FS-HOLIDAY-OK
003660         DISPLAY 'HOLIAPRV: CALENDARIO DE FERIADOS (HOLIDFL) '
003670             'INDISPONIVEL - FS: ' WRK-FS-HOLIDAY
003680         MOVE 08 TO RETURN-CODE
003690         SET FIM-CARTOES TO TRUE
003700         GO TO 1000-INICIALIZAR-EXIT
003710     END-IF.
003720     OPEN EXTEND HISTORY-FILE.
003730     IF FS-HIST-ARQ-INEXISTENTE
003740         OPEN OUTPUT HISTORY-FILE
003750     END-IF.
003760     IF NOT FS-HIST-OK
003770         DISPLAY 'HOLIAPRV: HISTORICO DE MUDANCAS (HOLIHSTF) '
003780             'INDISPONIVEL - FS: ' WRK-FS-HIST
003790             ' - NENHUMA MUDANCA APLICADA'
003800         CLOSE HOLIDAY-FILE
003810         MOVE 08 TO RETURN-CODE
003820         SET FIM-CARTOES TO TRUE
003830         GO TO 1000-INICIALIZAR-EXIT
003840     END-IF.
003850     SET CADASTROS-ABERTOS TO TRUE.
003860     PERFORM 1200-VERIFICAR-CONGELAMENTO
003870         THRU 1200-VERIFICAR-CONGELAMENTO-EXIT.
003880     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
003890     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
003900         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
003910     OPEN INPUT APRV-CARD.
003920     IF FS-APRV-ARQ-INEXISTENTE
003930         DISPLAY 'HOLIAPRV: DECK DE APROVACAO (APRVCARD) '
003940             'INEXISTENTE'
003950         MOVE 08 TO RETURN-CODE
003960         SET FIM-CARTOES TO TRUE
003970         GO TO 1000-INICIALIZAR-EXIT
003980     END-IF.
003990     SET CARTOES-ABERTOS TO TRUE.
004000     PERFORM 1900-LER-CARTAO
004010         THRU 1900-LER-CARTAO-EXIT.
004020 1000-INICIALIZAR-EXIT.
004030     EXIT.
004040*****************************************************************
004050* 1100-LER-PARAMETROS                                          *
004060*     LE O CARTAO DE PARAMETROS (SYSIN): NUMERO DA MUDANCA      *
004070*     EMERGENCIAL (OPCIONAL) E APROVADOR DAS MUDANCAS.          *
004080*****************************************************************
004090 1100-LER-PARAMETROS.
004100     MOVE SPACES TO WRK-NUM-EMERGENCIA.
004110     MOVE SPACES TO WRK-ID-APROVADOR.
004120     OPEN INPUT PARM-CARD.
004130     IF FS-PARM-OK
004140         READ PARM-CARD
004150             AT END
004160                 CONTINUE
004170         END-READ
004180         IF FS-PARM-OK
004190             MOVE PARM-NUM-EMERGENCIA TO WRK-NUM-EMERGENCIA
004200             MOVE PARM-ID-APROVADOR   TO WRK-ID-APROVADOR
004210         END-IF
004220         CLOSE PARM-CARD
004230     END-IF.
004240 1100-LER-PARAMETROS-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 1200-VERIFICAR-CONGELAMENTO                                  *
004280*     CONSULTA O CALENDARIO DE CONGELAMENTO PARA O ESCOPO       *
004290*     FERIADOS NA DATA DE PROCESSAMENTO (DATECTX). EM PERIODO   *
004300*     CONGELADO, SEM MUDANCA EMERGENCIAL NO CARTAO DE           *
004310*     PARAMETROS, SO AS PENDENCIAS GRAVADAS COM NUMERO DE       *
004320*     MUDANCA EMERGENCIAL PODEM SER APLICADAS.                  *
004323*     FALHA NA CONSULTA (RETORNO DIFERENTE DE ZERO DO FRZCHECK) *
004326*     E TRATADA COMO PERIODO CONGELADO.                         *
004330*****************************************************************
004340 1200-VERIFICAR-CONGELAMENTO.
004350     SET MANUTENCAO-LIBERADA TO TRUE.
004360     SET FRZCHK-ESC-FERIADOS TO TRUE.
004370     MOVE ZEROS TO FRZCHK-DATA-REF.
004380     CALL 'FRZCHECK' USING FRZCHK-AREA.
004390     IF NOT FRZCHK-RET-OK
004400         DISPLAY 'HOLIAPRV: CALENDARIO DE CONGELAMENTO NAO '
004410             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
004414             ' - TRATADO COMO PERIODO CONGELADO'
004418         SET FRZCHK-CONGELADO TO TRUE
004422         MOVE 'CALENDARIO DE CONGELAMENTO NAO CONSULTADO'
004426             TO FRZCHK-MOTIVO
004430     END-IF.
004440     IF FRZCHK-LIBERADO
004450         GO TO 1200-VERIFICAR-CONGELAMENTO-EXIT
004460     END-IF.
004470     MOVE 'DATA DE PROCESSAMENTO EM PERIODO CONGELADO:'
004480         TO WRK-INF-TEXTO.
004490     MOVE FRZCHK-DATA-USADA TO WRK-DATA-EDITADA.
004500     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
004510     PERFORM 8700-GRAVAR-LINHA-INFO
004520         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004530     MOVE 'PERIODO CONGELADO:' TO WRK-INF-TEXTO.
004540     MOVE FRZCHK-DATA-INICIO TO WRK-PCG-INICIO.
004550     MOVE FRZCHK-DATA-FIM    TO WRK-PCG-FIM.
004560     MOVE WRK-PERIODO-CONGELADO TO WRK-INF-VALOR.
004570     PERFORM 8700-GRAVAR-LINHA-INFO
004580         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004590     MOVE 'MOTIVO DO CONGELAMENTO:' TO WRK-INF-TEXTO.
004600     MOVE FRZCHK-MOTIVO TO WRK-INF-VALOR.
004610     PERFORM 8700-GRAVAR-LINHA-INFO
004620         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004630     IF WRK-NUM-EMERGENCIA = SPACES
004640         SET MANUTENCAO-CONGELADA TO TRUE
004650         MOVE 'APLICADAS SO AS PENDENCIAS EMERGENCIAIS'
004660             TO WRK-INF-TEXTO
004670         MOVE SPACES TO WRK-INF-VALOR
004680         DISPLAY 'HOLIAPRV: CALENDARIO DE FERIADOS CONGELADO EM '
004690             FRZCHK-DATA-USADA ' - SO MUDANCAS EMERGENCIAIS'
004700     ELSE
004710         MOVE 'MUDANCA EMERGENCIAL:' TO WRK-INF-TEXTO
004720         MOVE WRK-NUM-EMERGENCIA TO WRK-INF-VALOR
004730         DISPLAY 'HOLIAPRV: APROVACAO EM PERIODO CONGELADO - '
004740             'MUDANCA EMERGENCIAL ' WRK-NUM-EMERGENCIA
004750     END-IF.
004760     PERFORM 8700-GRAVAR-LINHA-INFO
004770         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
004780 1200-VERIFICAR-CONGELAMENTO-EXIT.
004790     EXIT.
004800*****************************************************************
004810* 1900-LER-CARTAO                                              *
004820*     LE O PROXIMO CARTAO DO DECK DE APROVACAO, LIGANDO O       *
004830*     INDICADOR DE FIM DE ARQUIVO QUANDO NAO HOUVER MAIS        *
004840*     CARTOES.                                                  *
004850*****************************************************************
004860 1900-LER-CARTAO.
004870     READ APRV-CARD
004880         AT END
004890             SET FIM-CARTOES TO TRUE
004900     END-READ.
004910 1900-LER-CARTAO-EXIT.
004920     EXIT.
004930*****************************************************************
004940* 2000-PROCESSAR-CARTAO                                        *
004950*     VALIDA O CARTAO DE APROVACAO CONTRA A PENDENCIA, REGISTRA *
004960*     A REJEICAO OU APLICA A MUDANCA APROVADA, DESVIA OS        *
004970*     CARTOES NAO ATENDIDOS PARA O ARQUIVO APRVREJ E IMPRIME A  *
004980*     LINHA DE DETALHE CORRESPONDENTE NO RELATORIO.             *
004990*****************************************************************
005000 2000-PROCESSAR-CARTAO.
005010     ADD 1 TO WRK-CTR-LIDOS.
005020     SET CARTAO-VALIDO TO TRUE.
005030     MOVE SPACES TO WRK-MOTIVO-CARTAO.
005040     MOVE SPACES TO WRK-RESULTADO.
005050     MOVE SPACES TO PENDENCIA-REGISTRO.
005060     PERFORM 2100-VALIDAR-CARTAO
005070         THRU 2100-VALIDAR-CARTAO-EXIT.
005080     IF CARTAO-INVALIDO
005090         ADD 1 TO WRK-CTR-INVALIDOS
005100         MOVE 'INVALIDO' TO WRK-RESULTADO
005110     ELSE
005120         EVALUATE TRUE
005130             WHEN APRV-REJEITAR
005140                 PERFORM 3000-REJEITAR-PENDENCIA
005150                     THRU 3000-REJEITAR-PENDENCIA-EXIT
005160             WHEN APRV-APROVAR
005170                 PERFORM 3200-APROVAR-PENDENCIA
005180                     THRU 3200-APROVAR-PENDENCIA-EXIT
005190         END-EVALUATE
005200     END-IF.
005210     IF CARTAO-INVALIDO
005220         PERFORM 3800-DESVIAR-CARTAO
005230             THRU 3800-DESVIAR-CARTAO-EXIT
005240     END-IF.
005250     PERFORM 3900-IMPRIMIR-DETALHE
005260         THRU 3900-IMPRIMIR-DETALHE-EXIT.
005270     PERFORM 1900-LER-CARTAO
005280         THRU 1900-LER-CARTAO-EXIT.
005290 2000-PROCESSAR-CARTAO-EXIT.
005300     EXIT.
005310*****************************************************************
005320* 2100-VALIDAR-CARTAO                                          *
005330*     CONFERE A ACAO E O NUMERO DA PENDENCIA, LE A PENDENCIA E  *
005340*     EXIGE QUE ELA AINDA ESTEJA EM ABERTO, QUE O APROVADOR     *
005350*     SEJA OUTRO USUARIO QUE NAO O SOLICITANTE E QUE A          *
005360*     REJEICAO TRAGA O MOTIVO.                                  *
005370*****************************************************************
005380 2100-VALIDAR-CARTAO.
005390     IF NOT APRV-APROVAR AND NOT APRV-REJEITAR
005400         SET CARTAO-INVALIDO TO TRUE
005410         MOVE 'ACAO INVALIDA (ESPERADO APR/REJ)'
005420             TO WRK-MOTIVO-CARTAO
005430         GO TO 2100-VALIDAR-CARTAO-EXIT
005440     END-IF.
005450     IF APRV-NUM-PENDENCIA-N NOT NUMERIC
005460         SET CARTAO-INVALIDO TO TRUE
005470         MOVE 'NUMERO DE PENDENCIA NAO NUMERICO'
005480             TO WRK-MOTIVO-CARTAO
005490         GO TO 2100-VALIDAR-CARTAO-EXIT
005500     END-IF.
005510     MOVE APRV-NUM-PENDENCIA-N TO PEND-NUMERO.
005520     READ PENDING-FILE
005530         INVALID KEY
005540             SET CARTAO-INVALIDO TO TRUE
005550             MOVE 'PENDENCIA INEXISTENTE NO HOLIPEND'
005560                 TO WRK-MOTIVO-CARTAO
005570     END-READ.
005580     IF CARTAO-INVALIDO
005590         MOVE SPACES TO PENDENCIA-REGISTRO
005600         GO TO 2100-VALIDAR-CARTAO-EXIT
005610     END-IF.
005620     IF NOT PEND-PENDENTE
005630         SET CARTAO-INVALIDO TO TRUE
005640         MOVE 'PENDENCIA JA DECIDIDA ANTERIORMENTE'
005650             TO WRK-MOTIVO-CARTAO
005660         GO TO 2100-VALIDAR-CARTAO-EXIT
005670     END-IF.
005680     IF PEND-ID-SOLICITANTE = WRK-ID-APROVADOR
005690         SET CARTAO-INVALIDO TO TRUE
005700         MOVE 'APROVADOR IGUAL AO SOLICITANTE'
005710             TO WRK-MOTIVO-CARTAO
005720         GO TO 2100-VALIDAR-CARTAO-EXIT
005730     END-IF.
005740     IF APRV-REJEITAR AND APRV-MOTIVO = SPACES
005750         SET CARTAO-INVALIDO TO TRUE
005760         MOVE 'REJEICAO SEM MOTIVO INFORMADO'
005770             TO WRK-MOTIVO-CARTAO
005780     END-IF.
005790 2100-VALIDAR-CARTAO-EXIT.
005800     EXIT.
005810*****************************************************************
005820* 3000-REJEITAR-PENDENCIA                                      *
005830*     REGISTRA NA PENDENCIA A REJEICAO, O APROVADOR, O HORARIO  *
005840*     DA DECISAO E O MOTIVO. O CALENDARIO NAO E ALTERADO. ERRO  *
005845*     NA REGRAVACAO DA PENDENCIA INTERROMPE O DECK (3700).      *
005850*****************************************************************
005860 3000-REJEITAR-PENDENCIA.
005870     SET PEND-REJEITADA TO TRUE.
005880     MOVE WRK-ID-APROVADOR TO PEND-ID-APROVADOR.
005890     MOVE WRK-DATASYS-NUM  TO PEND-DATA-DECISAO.
005900     MOVE WRK-HORA-APLIC   TO PEND-HORA-DECISAO.
005910     MOVE APRV-MOTIVO      TO PEND-MOTIVO.
005920     REWRITE PENDENCIA-REGISTRO
005921         INVALID KEY
005922             CONTINUE
005923     END-REWRITE.
005924     IF NOT FS-PEND-OK
005925         PERFORM 3700-ERRO-PENDENCIA
005926             THRU 3700-ERRO-PENDENCIA-EXIT
005927         GO TO 3000-REJEITAR-PENDENCIA-EXIT
005928     END-IF.
005930     ADD 1 TO WRK-CTR-REJEITADAS.
005940     MOVE 'REJEITADA' TO WRK-RESULTADO.
005950     MOVE APRV-MOTIVO TO WRK-MOTIVO-CARTAO.
005960 3000-REJEITAR-PENDENCIA-EXIT.
005970     EXIT.
005980*****************************************************************
005990* 3200-APROVAR-PENDENCIA                                       *
006000*     APLICA AO CALENDARIO A MUDANCA APROVADA, GUARDANDO AS     *
006010*     IMAGENS ANTES/DEPOIS NO HISTORICO PERMANENTE. EM PERIODO  *
006020*     CONGELADO A PENDENCIA SEM NUMERO DE MUDANCA EMERGENCIAL   *
006030*     FICA RETIDA (CONTINUA EM ABERTO). SE A MUDANCA NAO PUDER  *
006040*     SER APLICADA (CHAVE DUPLICADA OU INEXISTENTE NESTE        *
006050*     MOMENTO) A PENDENCIA E ENCERRADA COMO FALHA NA APLICACAO. *
006055*     ERRO NA REGRAVACAO DA PENDENCIA INTERROMPE O DECK (3700). *
006060*****************************************************************
006070 3200-APROVAR-PENDENCIA.
006080     IF MANUTENCAO-CONGELADA AND PEND-NUM-EMERGENCIA = SPACES
006090         SET CARTAO-INVALIDO TO TRUE
006100         ADD 1 TO WRK-CTR-RETIDAS
006110         MOVE 'RETIDA' TO WRK-RESULTADO
006120         MOVE 'CONGELAMENTO DE MUDANCAS - NAO APLICADA'
006130             TO WRK-MOTIVO-CARTAO
006140         GO TO 3200-APROVAR-PENDENCIA-EXIT
006150     END-IF.
006160     SET APLICACAO-OK TO TRUE.
006170     MOVE SPACES TO HISTORICO-REGISTRO.
006180     MOVE PEND-ID-CALENDARIO TO HOL-ID-CALENDARIO.
006190     MOVE PEND-CHAVE-DATA    TO HOL-CHAVE-DATA.
006200     READ HOLIDAY-FILE
006210         INVALID KEY
006220             SET FERIADO-AUSENTE TO TRUE
006230         NOT INVALID KEY
006240             SET FERIADO-CADASTRADO TO TRUE
006250     END-READ.
006260     IF FERIADO-CADASTRADO
006270         MOVE 'S' TO HIST-ANT-EXISTIA
006280         MOVE HOL-DESCRICAO TO HIST-ANT-DESCRICAO
006290     ELSE
006300         MOVE 'N' TO HIST-ANT-EXISTIA
006310         MOVE SPACES TO HIST-ANT-DESCRICAO
006320     END-IF.
006330     EVALUATE TRUE
006340         WHEN PEND-INCLUSAO
006350             PERFORM 3300-INCLUIR-FERIADO
006360                 THRU 3300-INCLUIR-FERIADO-EXIT
006370         WHEN PEND-ALTERACAO
006380             PERFORM 3400-ALTERAR-FERIADO
006390                 THRU 3400-ALTERAR-FERIADO-EXIT
006400         WHEN PEND-EXCLUSAO
006410             PERFORM 3500-EXCLUIR-FERIADO
006420                 THRU 3500-EXCLUIR-FERIADO-EXIT
006430     END-EVALUATE.
006440     IF APLICACAO-FALHOU
006450         SET CARTAO-INVALIDO TO TRUE
006460         SET PEND-FALHA-APLICACAO TO TRUE
006470         MOVE WRK-MOTIVO-CARTAO TO PEND-MOTIVO
006480         ADD 1 TO WRK-CTR-FALHAS
006490         MOVE 'FALHA' TO WRK-RESULTADO
006500     ELSE
006510         PERFORM 3600-GRAVAR-HISTORICO
006520             THRU 3600-GRAVAR-HISTORICO-EXIT
006530         SET PEND-APLICADA TO TRUE
006540         MOVE APRV-MOTIVO TO PEND-MOTIVO
006550         ADD 1 TO WRK-CTR-APLICADAS
006560         MOVE 'APLICADA' TO WRK-RESULTADO
006570         MOVE APRV-MOTIVO TO WRK-MOTIVO-CARTAO
006580         IF NOT FS-HIST-OK
006590             MOVE 'APLICADA SEM REGISTRO NO HISTORICO'
006600                 TO PEND-MOTIVO
006610             MOVE PEND-MOTIVO TO WRK-MOTIVO-CARTAO
006620         END-IF
006630     END-IF.
006640     MOVE WRK-ID-APROVADOR TO PEND-ID-APROVADOR.
006650     MOVE WRK-DATASYS-NUM  TO PEND-DATA-DECISAO.
006660     MOVE WRK-HORA-APLIC   TO PEND-HORA-DECISAO.
006670     REWRITE PENDENCIA-REGISTRO
006671         INVALID KEY
006672             CONTINUE
006673     END-REWRITE.
006674     IF NOT FS-PEND-OK
006675         PERFORM 3700-ERRO-PENDENCIA
006676             THRU 3700-ERRO-PENDENCIA-EXIT
006677     END-IF.
006680 3200-APROVAR-PENDENCIA-EXIT.
006690     EXIT.
006700*****************************************************************
006710* 3300-INCLUIR-FERIADO                                         *
006720*     GRAVA O NOVO FERIADO NO CALENDARIO, FALHANDO QUANDO A     *
006730*     CHAVE JA EXISTIR (INCLUSAO DUPLICADA).                    *
006740*****************************************************************
006750 3300-INCLUIR-FERIADO.
006760     IF FERIADO-CADASTRADO
006770         SET APLICACAO-FALHOU TO TRUE
006780         MOVE 'INCLUSAO DUPLICADA - CHAVE JA CADASTRADA'
006790             TO WRK-MOTIVO-CARTAO
006800         GO TO 3300-INCLUIR-FERIADO-EXIT
006810     END-IF.
006820     MOVE PEND-DESCRICAO TO HOL-DESCRICAO.
006830     WRITE HOLIDAY-RECORD
006840         INVALID KEY
006850             SET APLICACAO-FALHOU TO TRUE
006860             MOVE 'INCLUSAO DUPLICADA - CHAVE JA CADASTRADA'
006870                 TO WRK-MOTIVO-CARTAO
006880     END-WRITE.
006890     MOVE 'S' TO HIST-DEP-EXISTE.
006900     MOVE PEND-DESCRICAO TO HIST-DEP-DESCRICAO.
006910 3300-INCLUIR-FERIADO-EXIT.
006920     EXIT.
006930*****************************************************************
006940* 3400-ALTERAR-FERIADO                                         *
006950*     REGRAVA A DESCRICAO DO FERIADO JA CADASTRADO, FALHANDO    *
006960*     QUANDO A CHAVE NAO EXISTIR NO CALENDARIO.                 *
006970*****************************************************************
006980 3400-ALTERAR-FERIADO.
006990     IF FERIADO-AUSENTE
007000         SET APLICACAO-FALHOU TO TRUE
007010         MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
007020             TO WRK-MOTIVO-CARTAO
007030         GO TO 3400-ALTERAR-FERIADO-EXIT
007040     END-IF.
007050     MOVE PEND-DESCRICAO TO HOL-DESCRICAO.
007060     REWRITE HOLIDAY-RECORD
007070         INVALID KEY
007080             SET APLICACAO-FALHOU TO TRUE
007090             MOVE 'ALTERACAO NAO REGRAVADA NO CALENDARIO'
007100                 TO WRK-MOTIVO-CARTAO
007110     END-REWRITE.
007120     MOVE 'S' TO HIST-DEP-EXISTE.
007130     MOVE PEND-DESCRICAO TO HIST-DEP-DESCRICAO.
007140 3400-ALTERAR-FERIADO-EXIT.
007150     EXIT.
007160*****************************************************************
007170* 3500-EXCLUIR-FERIADO                                         *
007180*     ELIMINA O FERIADO DO CALENDARIO, FALHANDO QUANDO A CHAVE  *
007190*     NAO EXISTIR.                                              *
007200*****************************************************************
007210 3500-EXCLUIR-FERIADO.
007220     IF FERIADO-AUSENTE
007230         SET APLICACAO-FALHOU TO TRUE
007240         MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
007250             TO WRK-MOTIVO-CARTAO
007260         GO TO 3500-EXCLUIR-FERIADO-EXIT
007270     END-IF.
007280     DELETE HOLIDAY-FILE
007290         INVALID KEY
007300             SET APLICACAO-FALHOU TO TRUE
007310             MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
007320                 TO WRK-MOTIVO-CARTAO
007330     END-DELETE.
007340     MOVE 'N' TO HIST-DEP-EXISTE.
007350     MOVE SPACES TO HIST-DEP-DESCRICAO.
007360 3500-EXCLUIR-FERIADO-EXIT.
007370     EXIT.
007380*****************************************************************
007390* 3600-GRAVAR-HISTORICO                                        *
007400*     COMPLETA E GRAVA NO HISTORICO PERMANENTE O REGISTRO DA    *
007410*     MUDANCA APLICADA (AS IMAGENS ANTES/DEPOIS JA FORAM        *
007420*     MONTADAS). O NUMERO DE MUDANCA EMERGENCIAL E O DO CARTAO  *
007430*     DE PARAMETROS OU, SEM ELE, O GRAVADO NA PENDENCIA. ERRO   *
007440*     NA GRAVACAO INTERROMPE O DECK (NENHUMA OUTRA MUDANCA E    *
007450*     APLICADA SEM O REGISTRO) E ENCERRA COM RETURN-CODE 16.    *
007460*****************************************************************
007470 3600-GRAVAR-HISTORICO.
007480     MOVE PEND-ID-CALENDARIO  TO HIST-ID-CALENDARIO.
007490     MOVE PEND-CHAVE-DATA     TO HIST-CHAVE-DATA.
007500     MOVE PEND-OPERACAO       TO HIST-OPERACAO.
007510     MOVE PEND-NUMERO         TO HIST-NUM-PENDENCIA.
007520     MOVE PEND-ID-SOLICITANTE TO HIST-ID-SOLICITANTE.
007530     MOVE PEND-DATA-SOLIC     TO HIST-DATA-SOLIC.
007540     MOVE PEND-HORA-SOLIC     TO HIST-HORA-SOLIC.
007550     MOVE WRK-ID-APROVADOR    TO HIST-ID-APROVADOR.
007560     MOVE WRK-DATASYS-NUM     TO HIST-DATA-APLIC.
007570     MOVE WRK-HORA-APLIC      TO HIST-HORA-APLIC.
007580     IF WRK-NUM-EMERGENCIA = SPACES
007590         MOVE PEND-NUM-EMERGENCIA TO HIST-NUM-EMERGENCIA
007600     ELSE
007610         MOVE WRK-NUM-EMERGENCIA  TO HIST-NUM-EMERGENCIA
007620     END-IF.
007630     WRITE HISTORICO-REGISTRO.
007640     IF NOT FS-HIST-OK
007650         DISPLAY 'HOLIAPRV: ERRO NA GRAVACAO DO HISTORICO '
007660             '(HOLIHSTF) - FS: ' WRK-FS-HIST
007670             ' - PENDENCIA ' PEND-NUMERO
007680         DISPLAY 'HOLIAPRV: PROCESSAMENTO DO DECK INTERROMPIDO'
007690         ADD 1 TO WRK-CTR-ERROS-HIST
007700         SET FIM-CARTOES TO TRUE
007710     END-IF.
007720 3600-GRAVAR-HISTORICO-EXIT.
007730     EXIT.
007731*****************************************************************
007732* 3700-ERRO-PENDENCIA                                          *
007733*     A DECISAO NAO PODE SER REGRAVADA NA PENDENCIA, QUE        *
007734*     CONTINUARIA EM ABERTO PARA A PROXIMA EXECUCAO: INTERROMPE *
007735*     O DECK E ENCERRA COM RETURN-CODE 16. QUANDO A MUDANCA JA  *
007736*     FOI APLICADA AO CALENDARIO, A PENDENCIA PRECISA SER       *
007737*     REGULARIZADA ANTES DE NOVA APROVACAO, PARA NAO APLICA-LA  *
007738*     DE NOVO. O CARTAO E DESVIADO PARA O APRVREJ COM RESULTADO *
007739*     ERRO.                                                     *
007740*****************************************************************
007741 3700-ERRO-PENDENCIA.
007742     DISPLAY 'HOLIAPRV: ERRO NA REGRAVACAO DA PENDENCIA '
007743         PEND-NUMERO ' (HOLIPEND) - FS: ' WRK-FS-PEND.
007744     IF PEND-APLICADA
007745         DISPLAY 'HOLIAPRV: MUDANCA JA APLICADA - REGULARIZAR A '
007746             'PENDENCIA ANTES DE NOVA APROVACAO'
007747         MOVE 'APLICADA SEM BAIXA DA PENDENCIA'
007748             TO WRK-MOTIVO-CARTAO
007749     ELSE
007750         MOVE 'DECISAO NAO REGRAVADA NA PENDENCIA'
007751             TO WRK-MOTIVO-CARTAO
007752     END-IF.
007753     SET CARTAO-INVALIDO TO TRUE.
007754     MOVE 'ERRO' TO WRK-RESULTADO.
007755     DISPLAY 'HOLIAPRV: PROCESSAMENTO DO DECK INTERROMPIDO'.
007756     ADD 1 TO WRK-CTR-ERROS-PEND.
007757     SET FIM-CARTOES TO TRUE.
007758 3700-ERRO-PENDENCIA-EXIT.
007759     EXIT.
007760*****************************************************************
007761* 3800-DESVIAR-CARTAO                                          *
007762*     GRAVA A IMAGEM DO CARTAO NAO ATENDIDO E O MOTIVO NO       *
007770*     ARQUIVO APRVREJ.                                          *
007780*****************************************************************
007790 3800-DESVIAR-CARTAO.
007800     MOVE SPACES TO REJECT-RECORD.
007810     MOVE APRV-CARD-REG TO REJ-IMAGEM.
007820     MOVE WRK-MOTIVO-CARTAO TO REJ-MOTIVO.
007830     WRITE REJECT-RECORD.
007840 3800-DESVIAR-CARTAO-EXIT.
007850     EXIT.
007860*****************************************************************
007870* 3900-IMPRIMIR-DETALHE                                        *
007880*     IMPRIME A LINHA DE DETALHE DO CARTAO PROCESSADO, COM OS   *
007890*     DADOS DA PENDENCIA, O RESULTADO (APLICADA/REJEITADA/      *
007900*     FALHA/RETIDA/INVALIDO/ERRO) E O MOTIVO.                   *
007910*****************************************************************
007920 3900-IMPRIMIR-DETALHE.
007930     MOVE APRV-ACAO           TO WRK-DET-ACAO.
007940     MOVE APRV-NUM-PENDENCIA  TO WRK-DET-PENDENCIA.
007950     MOVE PEND-OPERACAO       TO WRK-DET-OPERACAO.
007960     MOVE PEND-ID-CALENDARIO  TO WRK-DET-CALENDARIO.
007970     IF PEND-OPERACAO = SPACES
007980         MOVE SPACES          TO WRK-DET-DATA
007990     ELSE
008000         MOVE PEND-CHAVE-DATA TO WRK-DET-DATA
008010     END-IF.
008020     MOVE PEND-DESCRICAO      TO WRK-DET-DESCRICAO.
008030     MOVE PEND-ID-SOLICITANTE TO WRK-DET-SOLICITANTE.
008040     MOVE WRK-RESULTADO       TO WRK-DET-RESULTADO.
008050     MOVE WRK-MOTIVO-CARTAO   TO WRK-DET-MOTIVO.
008060     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
008070     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
008080         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
008090 3900-IMPRIMIR-DETALHE-EXIT.
008100     EXIT.
008110*****************************************************************
008120* 7000-LISTAR-EM-ABERTO                                        *
008130*     LISTA NO RELATORIO AS PENDENCIAS QUE CONTINUAM AGUARDANDO *
008140*     DECISAO APOS O PROCESSAMENTO DO DECK, LENDO O HOLIPEND    *
008150*     SEQUENCIALMENTE A PARTIR DA MENOR CHAVE.                  *
008160*****************************************************************
008170 7000-LISTAR-EM-ABERTO.
008180     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
008190     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
008200         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
008210     MOVE 'PENDENCIAS AINDA AGUARDANDO DECISAO' TO WRK-INF-TEXTO.
008220     MOVE SPACES TO WRK-INF-VALOR.
008230     PERFORM 8700-GRAVAR-LINHA-INFO
008240         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
008250     MOVE ZEROS TO PEND-NUMERO.
008260     START PENDING-FILE KEY >= PEND-NUMERO
008270         INVALID KEY
008280             GO TO 7000-LISTAR-EM-ABERTO-EXIT
008290     END-START.
008300     PERFORM 7100-LISTAR-PROXIMA
008310         THRU 7100-LISTAR-PROXIMA-EXIT
008320         UNTIL NOT FS-PEND-OK.
008330     MOVE '00' TO WRK-FS-PEND.
008340 7000-LISTAR-EM-ABERTO-EXIT.
008350     EXIT.
008360*****************************************************************
008370* 7100-LISTAR-PROXIMA                                          *
008380*     LE A PROXIMA PENDENCIA E, SE AINDA EM ABERTO, IMPRIME A   *
008390*     SUA LINHA E ACUMULA A CONTAGEM.                           *
008400*****************************************************************
008410 7100-LISTAR-PROXIMA.
008420     READ PENDING-FILE NEXT
008430         AT END
008440             GO TO 7100-LISTAR-PROXIMA-EXIT
008450     END-READ.
008460     IF NOT FS-PEND-OK OR NOT PEND-PENDENTE
008470         GO TO 7100-LISTAR-PROXIMA-EXIT
008480     END-IF.
008490     ADD 1 TO WRK-CTR-EM-ABERTO.
008500     MOVE SPACES              TO WRK-DET-ACAO.
008510     MOVE PEND-NUMERO         TO WRK-DET-PENDENCIA.
008520     MOVE PEND-OPERACAO       TO WRK-DET-OPERACAO.
008530     MOVE PEND-ID-CALENDARIO  TO WRK-DET-CALENDARIO.
008540     MOVE PEND-CHAVE-DATA     TO WRK-DET-DATA.
008550     MOVE PEND-DESCRICAO      TO WRK-DET-DESCRICAO.
008560     MOVE PEND-ID-SOLICITANTE TO WRK-DET-SOLICITANTE.
008570     MOVE 'PENDENTE'          TO WRK-DET-RESULTADO.
008580     MOVE PEND-DATA-SOLIC     TO WRK-MAB-DATA.
008590     MOVE WRK-MOTIVO-ABERTA   TO WRK-DET-MOTIVO.
008600     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
008610     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
008620         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
008630 7100-LISTAR-PROXIMA-EXIT.
008640     EXIT.
008650*****************************************************************
008660* 8000-IMPRIMIR-TOTAIS                                         *
008670*     IMPRIME O QUADRO DE TOTAIS DA APROVACAO: CARTOES LIDOS,   *
008680*     MUDANCAS APLICADAS, REJEITADAS, COM FALHA E RETIDAS,      *
008690*     CARTOES INVALIDOS, PENDENCIAS AINDA EM ABERTO E ERROS NA  *
008700*     GRAVACAO DO HISTORICO E NA REGRAVACAO DAS PENDENCIAS.     *
008710*****************************************************************
008720 8000-IMPRIMIR-TOTAIS.
008730     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
008740     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
008750         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
008760     MOVE 'CARTOES DE APROVACAO LIDOS:' TO WRK-TOT-TEXTO.
008770     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
008780     PERFORM 8800-GRAVAR-LINHA-TOTAL
008790         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008800     MOVE 'MUDANCAS APROVADAS E APLICADAS:' TO WRK-TOT-TEXTO.
008810     MOVE WRK-CTR-APLICADAS TO WRK-TOT-VALOR.
008820     PERFORM 8800-GRAVAR-LINHA-TOTAL
008830         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008840     MOVE 'MUDANCAS REJEITADAS PELO APROVADOR:'
008850         TO WRK-TOT-TEXTO.
008860     MOVE WRK-CTR-REJEITADAS TO WRK-TOT-VALOR.
008870     PERFORM 8800-GRAVAR-LINHA-TOTAL
008880         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008890     MOVE 'MUDANCAS APROVADAS COM FALHA NA APLICACAO:'
008900         TO WRK-TOT-TEXTO.
008910     MOVE WRK-CTR-FALHAS TO WRK-TOT-VALOR.
008920     PERFORM 8800-GRAVAR-LINHA-TOTAL
008930         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008940     MOVE 'APROVACOES RETIDAS POR CONGELAMENTO:'
008950         TO WRK-TOT-TEXTO.
008960     MOVE WRK-CTR-RETIDAS TO WRK-TOT-VALOR.
008970     PERFORM 8800-GRAVAR-LINHA-TOTAL
008980         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008990     MOVE 'CARTOES INVALIDOS:' TO WRK-TOT-TEXTO.
009000     MOVE WRK-CTR-INVALIDOS TO WRK-TOT-VALOR.
009010     PERFORM 8800-GRAVAR-LINHA-TOTAL
009020         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009030     MOVE 'PENDENCIAS AINDA AGUARDANDO DECISAO:'
009040         TO WRK-TOT-TEXTO.
009050     MOVE WRK-CTR-EM-ABERTO TO WRK-TOT-VALOR.
009060     PERFORM 8800-GRAVAR-LINHA-TOTAL
009070         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009080     MOVE 'ERROS NA GRAVACAO DO HISTORICO:' TO WRK-TOT-TEXTO.
009090     MOVE WRK-CTR-ERROS-HIST TO WRK-TOT-VALOR.
009100     PERFORM 8800-GRAVAR-LINHA-TOTAL
009110         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009111     MOVE 'ERROS NA REGRAVACAO DAS PENDENCIAS:' TO WRK-TOT-TEXTO.
009112     MOVE WRK-CTR-ERROS-PEND TO WRK-TOT-VALOR.
009113     PERFORM 8800-GRAVAR-LINHA-TOTAL
009114         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
009120 8000-IMPRIMIR-TOTAIS-EXIT.
009130     EXIT.
009140*****************************************************************
009150* 8700-GRAVAR-LINHA-INFO                                       *
009160*     GRAVA NO RELATORIO A LINHA MONTADA EM WRK-LINHA-INFO.     *
009170*****************************************************************
009180 8700-GRAVAR-LINHA-INFO.
009190     MOVE WRK-LINHA-INFO TO WRK-LINHA-SAIDA.
009200     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
009210         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
009220 8700-GRAVAR-LINHA-INFO-EXIT.
009230     EXIT.
009240*****************************************************************
009250* 8800-GRAVAR-LINHA-TOTAL                                      *
009260*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
009270*     WRK-LINHA-TOTAL.                                          *
009280*****************************************************************
009290 8800-GRAVAR-LINHA-TOTAL.
009300     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
009310     PERFORM 8900-GRAVAR-LINHA-HOLAPRPT
009320         THRU 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
009330 8800-GRAVAR-LINHA-TOTAL-EXIT.
009340     EXIT.
009350*****************************************************************
009360* 8850-IMPRIMIR-CABECALHO                                      *
009370*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
009380*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
009390*****************************************************************
009400 8850-IMPRIMIR-CABECALHO.
009410     ADD 1 TO WRK-NUM-PAGINA.
009420     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
009430     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
009440     WRITE HOLAPRPT-LINE FROM WRK-CAB-RELATORIO-1.
009450     WRITE HOLAPRPT-LINE FROM WRK-CAB-RELATORIO-2.
009460     WRITE HOLAPRPT-LINE FROM WRK-CAB-RELATORIO-3.
009470     MOVE 3 TO WRK-NUM-LINHA.
009480 8850-IMPRIMIR-CABECALHO-EXIT.
009490     EXIT.
009500*****************************************************************
009510* 8900-GRAVAR-LINHA-HOLAPRPT                                   *
009520*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
009530*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
009540*****************************************************************
009550 8900-GRAVAR-LINHA-HOLAPRPT.
009560     IF WRK-NUM-LINHA = ZEROS OR
009570             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
009580         PERFORM 8850-IMPRIMIR-CABECALHO
009590             THRU 8850-IMPRIMIR-CABECALHO-EXIT
009600     END-IF.
009610     WRITE HOLAPRPT-LINE FROM WRK-LINHA-SAIDA.
009620     ADD 1 TO WRK-NUM-LINHA.
009630 8900-GRAVAR-LINHA-HOLAPRPT-EXIT.
009640     EXIT.
009650*****************************************************************
009660* 9000-ENCERRAR-ARQUIVOS                                       *
009670*     ENCERRA OS ARQUIVOS DA APROVACAO.                         *
009680*****************************************************************
009690 9000-ENCERRAR-ARQUIVOS.
009700     IF PENDENCIAS-ABERTAS
009710         CLOSE PENDING-FILE
009720     END-IF.
009730     IF CADASTROS-ABERTOS
009740         CLOSE HOLIDAY-FILE
009750         CLOSE HISTORY-FILE
009760     END-IF.
009770     IF CARTOES-ABERTOS
009780         CLOSE APRV-CARD
009790     END-IF.
009800     CLOSE REJECT-FILE.
009810     CLOSE HOLAPRPT.
009820 9000-ENCERRAR-ARQUIVOS-EXIT.
009830     EXIT.
009840*****************************************************************
009850* 9999-FIM                                                     *
009860*****************************************************************
009870 9999-FIM.
009880     STOP RUN.
