000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ALERTDIG.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: IMPRIMIR O RESUMO DIARIO DO ARQUIVO UNICO DE ALERTAS
000100* (ALERTFL) GRAVADO PELOS PROGRAMAS DE OPERACAO (CYCLMON,
000110* CYCLCLOS, DATA-REDEFINIDA, AUDITVRF, CALRECON E HOLIAUDT). OS
000120* EVENTOS DO DIA DO RESUMO SAO AGRUPADOS POR SEVERIDADE (CRITICO,
000130* ERRO E AVISO, NESTA ORDEM) E, DENTRO DE CADA SEVERIDADE, POR
000140* CICLO EM ORDEM CRESCENTE, NA ORDEM EM QUE FORAM GRAVADOS. O
000150* EVENTO QUE JA HAVIA OCORRIDO NO DIA ANTERIOR (MESMO PROGRAMA,
000160* CICLO E CODIGO DE EVENTO) E SINALIZADO COMO REPETIDO, PARA O
000170* ANALISTA DISTINGUIR O PROBLEMA NOVO DO QUE PERSISTE. O CARTAO DE
000180* PARAMETROS (OPCIONAL) INFORMA O DIA DO RESUMO (AAAAMMDD); SEM
000190* CARTAO, O RESUMO E DO DIA DA EXECUCAO. ARQUIVO DE ALERTAS AINDA
000200* NAO CRIADO E TRATADO COMO DIA SEM EVENTOS.
000210* RETURN-CODE 4 QUANDO HOUVER EVENTO CRITICO NO DIA DO RESUMO;
000220* RETURN-CODE 8 COM CARTAO DE PARAMETROS INVALIDO.
000230*
000240* HISTORICO DE ALTERACOES
000250* DATA       AUTOR   DESCRICAO
000260* ---------- ------- ------------------------------------------
000270* 15/10/2026 LFL     VERSAO ORIGINAL.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ALERT-FILE ASSIGN TO ALERTFL
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WRK-FS-ALERTA.
000360     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-FS-PARM.
000390     SELECT ALERTRPT ASSIGN TO ALERTRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-FS-ALERTRPT.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*****************************************************************
000450* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO (LAYOUT NO  *
000460*     COPYBOOK ALRTEVTC).                                       *
000470*****************************************************************
000480 FD  ALERT-FILE
000490     LABEL RECORD IS STANDARD.
000500     COPY ALRTEVTC.
000510*****************************************************************
000520* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) OPCIONAL, *
000530*     COM O DIA DO RESUMO (AAAAMMDD).                           *
000540*****************************************************************
000550 FD  PARM-CARD
000560     LABEL RECORD IS OMITTED.
000570 01  PARM-CARD-REG.
000580     02  PARM-DATA-RESUMO    PIC X(08).
000590     02  PARM-DATA-RESUMO-N REDEFINES PARM-DATA-RESUMO
000600                             PIC 9(08).
000610     02  FILLER              PIC X(72).
000620*****************************************************************
000630* ALERTRPT - RESUMO DIARIO DE ALERTAS POR SEVERIDADE E CICLO.   *
000640*****************************************************************
000650 FD  ALERTRPT
000660     LABEL RECORD IS OMITTED
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  ALERTRPT-LINE               PIC X(132).
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710* DATASYS E TABELAS DE MESES VEM DO COPYBOOK COMUM DATECOPY.    *
000720*****************************************************************
000730     COPY DATECOPY.
000740*****************************************************************
000750* STATUS DOS ARQUIVOS
000760*****************************************************************
000770 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
000780     88  FS-ALERTA-OK                VALUE '00'.
000790     88  FS-ALERTA-FIM               VALUE '10'.
000800     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
000810 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
000820     88  FS-PARM-OK                  VALUE '00'.
000830     88  FS-PARM-FIM                 VALUE '10'.
000840     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
000850 77  WRK-FS-ALERTRPT         PIC X(02) VALUE '00'.
000860     88  FS-ALERTRPT-OK              VALUE '00'.
000870*****************************************************************
000880* INDICADORES DE PROCESSAMENTO
000890*****************************************************************
000900 01  WRK-SWITCHES.
000910     02  WRK-SW-FIM-ALERTA   PIC X(01) VALUE 'N'.
000920         88  FIM-ALERTAS             VALUE 'S'.
000930     02  WRK-SW-PARM-OK      PIC X(01) VALUE 'S'.
000940         88  PARAMETRO-VALIDO        VALUE 'S'.
000950         88  PARAMETRO-INVALIDO      VALUE 'N'.
000960     02  WRK-SW-ARQ-ALERTA   PIC X(01) VALUE 'N'.
000970         88  ARQUIVO-ALERTAS-ABERTO  VALUE 'S'.
000980     02  WRK-SW-TAB-EVT      PIC X(01) VALUE 'N'.
000990         88  TABELA-EVT-CHEIA        VALUE 'S'.
001000     02  WRK-SW-TAB-ANT      PIC X(01) VALUE 'N'.
001010         88  TABELA-ANT-CHEIA        VALUE 'S'.
001020     02  WRK-SW-TAB-CIC      PIC X(01) VALUE 'N'.
001030         88  TABELA-CIC-CHEIA        VALUE 'S'.
001040     02  WRK-SW-REPETIDO     PIC X(01) VALUE 'N'.
001050         88  EVENTO-REPETIDO         VALUE 'S'.
001060         88  EVENTO-NOVO             VALUE 'N'.
001070*****************************************************************
001080* DIA DO RESUMO E DIA ANTERIOR. O DIA ANTERIOR E OBTIDO PELA    *
001090* ROTINA 5200, QUE RETROCEDE WRK-DATA-AVL EM UM DIA CORRIDO.    *
001100*****************************************************************
001110 77  WRK-DATA-RESUMO         PIC 9(08) VALUE ZEROS.
001120 77  WRK-DATA-ANTERIOR       PIC 9(08) VALUE ZEROS.
001130 01  WRK-DATA-AVL.
001140     02  WRK-AVL-ANO         PIC 9(04).
001150     02  WRK-AVL-MES         PIC 9(02).
001160     02  WRK-AVL-DIA         PIC 9(02).
001170 01  WRK-DATA-AVL-N REDEFINES WRK-DATA-AVL
001180                             PIC 9(08).
001190 77  WRK-ANO-REF             PIC 9(04).
001200 77  WRK-MES-REF             PIC 9(02).
001210 77  WRK-ULT-DIA-MES         PIC 9(02).
001220*****************************************************************
001230* SEVERIDADES NA ORDEM DE IMPRESSAO DO RESUMO, COM OS TOTAIS DO *
001240* DIA DE CADA UMA.                                              *
001250*****************************************************************
001260 01  WRK-TAB-SEV-VALORES.
001270     02  FILLER              PIC X(10) VALUE 'CCRITICO'.
001280     02  FILLER              PIC X(10) VALUE 'EERRO'.
001290     02  FILLER              PIC X(10) VALUE 'AAVISO'.
001300 01  WRK-TAB-SEVERIDADES REDEFINES WRK-TAB-SEV-VALORES.
001310     02  WRK-SEV-ENTRADA     OCCURS 3 TIMES.
001320         03  WRK-SEV-CODIGO  PIC X(01).
001330         03  WRK-SEV-NOME    PIC X(09).
001340 01  WRK-TAB-SEV-TOTAIS.
001350     02  WRK-SEV-QTDE        PIC 9(07) COMP OCCURS 3 TIMES.
001360 77  WRK-IDX-SEV             PIC 9(01) COMP.
001370*****************************************************************
001380* EVENTOS DO DIA DO RESUMO, NA ORDEM DE GRAVACAO NO ARQUIVO DE  *
001390* ALERTAS. WRK-EVT-IND-SEV APONTA A SEVERIDADE NA TABELA ACIMA. *
001400*****************************************************************
001410 01  WRK-TAB-EVENTOS.
001420     02  WRK-EVT-ENTRADA     OCCURS 1000 TIMES.
001430         03  WRK-EVT-CHAVE.
001440             04  WRK-EVT-PROGRAMA    PIC X(20).
001450             04  WRK-EVT-CICLO       PIC X(08).
001460             04  WRK-EVT-CODIGO      PIC X(08).
001470         03  WRK-EVT-IND-SEV         PIC 9(01).
001480         03  WRK-EVT-DATA-PROC       PIC 9(08).
001490         03  WRK-EVT-HORA            PIC 9(08).
001500         03  WRK-EVT-MENSAGEM        PIC X(60).
001510 77  WRK-EVT-USADOS          PIC 9(04) COMP VALUE ZEROS.
001520 77  WRK-EVT-MAXIMO          PIC 9(04) COMP VALUE 1000.
001530 77  WRK-IDX-EVT             PIC 9(04) COMP.
001540*****************************************************************
001550* CHAVES (PROGRAMA, CICLO E CODIGO) DOS EVENTOS DO DIA ANTERIOR,*
001560* SEM REPETICAO, PARA SINALIZAR O EVENTO QUE SE REPETE.         *
001570*****************************************************************
001580 01  WRK-TAB-ANTERIOR.
001590     02  WRK-ANT-CHAVE       PIC X(36) OCCURS 1000 TIMES.
001600 77  WRK-ANT-USADAS          PIC 9(04) COMP VALUE ZEROS.
001610 77  WRK-ANT-MAXIMO          PIC 9(04) COMP VALUE 1000.
001620 77  WRK-IDX-ANT             PIC 9(04) COMP.
001630 77  WRK-IDX-ANT-ACHADO      PIC 9(04) COMP.
001640 01  WRK-CHAVE-EVENTO.
001650     02  WRK-CHV-PROGRAMA    PIC X(20).
001660     02  WRK-CHV-CICLO       PIC X(08).
001670     02  WRK-CHV-CODIGO      PIC X(08).
001680*****************************************************************
001690* CICLOS COM EVENTOS NO DIA, MANTIDOS EM ORDEM CRESCENTE, COM A *
001700* QUANTIDADE DE EVENTOS DE CADA SEVERIDADE NO CICLO.            *
001710*****************************************************************
001720 01  WRK-TAB-CICLOS.
001730     02  WRK-CIC-ENTRADA     OCCURS 200 TIMES.
001740         03  WRK-CIC-ID      PIC X(08).
001750         03  WRK-CIC-QTDE    PIC 9(05) COMP OCCURS 3 TIMES.
001760 77  WRK-CIC-USADOS          PIC 9(04) COMP VALUE ZEROS.
001770 77  WRK-CIC-MAXIMO          PIC 9(04) COMP VALUE 200.
001780 77  WRK-IDX-CIC             PIC 9(04) COMP.
001790 77  WRK-IDX-CIC-ACHADO      PIC 9(04) COMP.
001800 77  WRK-IDX-CIC-POS         PIC 9(04) COMP.
001810 77  WRK-IDX-CIC-DESTINO     PIC 9(04) COMP.
001820*****************************************************************
001830* CONTADORES DO RELATORIO
001840*****************************************************************
001850 77  WRK-CTR-LIDOS           PIC 9(07) COMP VALUE ZEROS.
001860 77  WRK-CTR-DIA             PIC 9(07) COMP VALUE ZEROS.
001870 77  WRK-CTR-ANTERIOR        PIC 9(07) COMP VALUE ZEROS.
001880 77  WRK-CTR-REPETIDOS       PIC 9(07) COMP VALUE ZEROS.
001890 77  WRK-CTR-NAO-LISTADOS    PIC 9(07) COMP VALUE ZEROS.
001900*****************************************************************
001910* DESMEMBRAMENTO DA HORA DO EVENTO (HHMMSSCC) PARA EDICAO
001920*****************************************************************
001930 01  WRK-HORA-EVENTO.
001940     02  WRK-HE-HORA         PIC 9(02).
001950     02  WRK-HE-MINUTO       PIC 9(02).
001960     02  WRK-HE-SEGUNDO      PIC 9(02).
001970     02  WRK-HE-CENTESIMO    PIC 9(02).
001980*****************************************************************
001990* AREA DE TRABALHO DO RELATORIO ALERTRPT
002000*****************************************************************
002010 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002020 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
002030 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
002040 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
002050 01  WRK-LINHA-SAIDA         PIC X(132).
002060 01  WRK-CAB-RELATORIO-1.
002070     02  FILLER              PIC X(01) VALUE SPACES.
002080     02  FILLER              PIC X(33)
002090         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
002100     02  FILLER              PIC X(78) VALUE SPACES.
002110     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
002120     02  WRK-CAB-PAGINA      PIC ZZZ9.
002130     02  FILLER              PIC X(08) VALUE SPACES.
002140 01  WRK-CAB-RELATORIO-2.
002150     02  FILLER              PIC X(01) VALUE SPACES.
002160     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
002170     02  FILLER              PIC X(20) VALUE 'ALERTDIG'.
002180     02  FILLER              PIC X(20) VALUE SPACES.
002190     02  FILLER              PIC X(20)
002200         VALUE 'DATA PROCESSAMENTO: '.
002210     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
002220     02  FILLER              PIC X(51) VALUE SPACES.
002230 01  WRK-CAB-RELATORIO-3.
002240     02  FILLER              PIC X(01) VALUE SPACES.
002250     02  FILLER              PIC X(131) VALUE ALL '-'.
002260 01  WRK-LINHA-TITULO.
002270     02  FILLER              PIC X(01) VALUE SPACES.
002280     02  WRK-TIT-TEXTO       PIC X(60).
002290     02  FILLER              PIC X(71) VALUE SPACES.
002300 01  WRK-LINHA-DATAS.
002310     02  FILLER              PIC X(01) VALUE SPACES.
002320     02  FILLER              PIC X(15) VALUE 'DIA DO RESUMO: '.
002330     02  WRK-DAT-RESUMO      PIC 9999/99/99.
002340     02  FILLER              PIC X(04) VALUE SPACES.
002350     02  FILLER              PIC X(14) VALUE 'DIA ANTERIOR: '.
002360     02  WRK-DAT-ANTERIOR    PIC 9999/99/99.
002370     02  FILLER              PIC X(78) VALUE SPACES.
002380 01  WRK-LINHA-SEVERIDADE.
002390     02  FILLER              PIC X(01) VALUE SPACES.
002400     02  FILLER              PIC X(12) VALUE 'SEVERIDADE: '.
002410     02  WRK-SVL-NOME        PIC X(09).
002420     02  FILLER              PIC X(02) VALUE SPACES.
002430     02  FILLER              PIC X(09) VALUE 'EVENTOS: '.
002440     02  WRK-SVL-QTDE        PIC ZZZZZZ9.
002450     02  FILLER              PIC X(92) VALUE SPACES.
002460 01  WRK-LINHA-CICLO.
002470     02  FILLER              PIC X(03) VALUE SPACES.
002480     02  FILLER              PIC X(07) VALUE 'CICLO: '.
002490     02  WRK-CCL-ID          PIC X(11).
002500     02  FILLER              PIC X(02) VALUE SPACES.
002510     02  FILLER              PIC X(09) VALUE 'EVENTOS: '.
002520     02  WRK-CCL-QTDE        PIC ZZZZZZ9.
002530     02  FILLER              PIC X(93) VALUE SPACES.
002540 01  WRK-LINHA-COLUNAS.
002550     02  FILLER              PIC X(05) VALUE SPACES.
002560     02  FILLER              PIC X(10) VALUE 'HORA'.
002570     02  FILLER              PIC X(21) VALUE 'PROGRAMA'.
002580     02  FILLER              PIC X(09) VALUE 'EVENTO'.
002590     02  FILLER              PIC X(11) VALUE 'DATA PROC.'.
002600     02  FILLER              PIC X(61) VALUE 'MENSAGEM'.
002610     02  FILLER              PIC X(15) VALUE 'REPETICAO'.
002620 01  WRK-LINHA-DETALHE.
002630     02  FILLER              PIC X(05) VALUE SPACES.
002640     02  WRK-DET-HORA        PIC X(08).
002650     02  FILLER              PIC X(02) VALUE SPACES.
002660     02  WRK-DET-PROGRAMA    PIC X(20).
002670     02  FILLER              PIC X(01) VALUE SPACES.
002680     02  WRK-DET-CODIGO      PIC X(08).
002690     02  FILLER              PIC X(01) VALUE SPACES.
002700     02  WRK-DET-DATA-PROC   PIC 9999/99/99.
002710     02  FILLER              PIC X(01) VALUE SPACES.
002720     02  WRK-DET-MENSAGEM    PIC X(60).
002730     02  FILLER              PIC X(01) VALUE SPACES.
002740     02  WRK-DET-REPETIDO    PIC X(08).
002750     02  FILLER              PIC X(07) VALUE SPACES.
002760 01  WRK-LINHA-TOTAL.
002770     02  FILLER              PIC X(01) VALUE SPACES.
002780     02  WRK-TOT-TEXTO       PIC X(45).
002790     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002800     02  FILLER              PIC X(79) VALUE SPACES.
002810 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840* 0000-MAINLINE                                                *
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR
002880         THRU 1000-INICIALIZAR-EXIT.
002890     IF PARAMETRO-INVALIDO
002900         MOVE 08 TO RETURN-CODE
002910         GO TO 9999-FIM
002920     END-IF.
002930     PERFORM 2000-CLASSIFICAR-EVENTO
002940         THRU 2000-CLASSIFICAR-EVENTO-EXIT
002950         UNTIL FIM-ALERTAS.
002960     PERFORM 3000-IMPRIMIR-SEVERIDADE
002970         THRU 3000-IMPRIMIR-SEVERIDADE-EXIT
002980         VARYING WRK-IDX-SEV FROM 1 BY 1
002990         UNTIL WRK-IDX-SEV > 3.
003000     PERFORM 8000-IMPRIMIR-TOTAIS
003010         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
003020     PERFORM 9000-ENCERRAR
003030         THRU 9000-ENCERRAR-EXIT.
003040     IF WRK-SEV-QTDE(1) > ZEROS
003050         MOVE 04 TO RETURN-CODE
003060     END-IF.
003070     GO TO 9999-FIM.
003080 0000-MAINLINE-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 1000-INICIALIZAR                                             *
003120*     OBTEM O DIA DO RESUMO DO CARTAO DE PARAMETROS (QUANDO     *
003130*     HOUVER), CALCULA O DIA ANTERIOR, ABRE O ARQUIVO DE        *
003140*     ALERTAS E O RELATORIO, IMPRIME O TITULO E FAZ A LEITURA   *
003150*     INICIAL DOS ALERTAS.                                      *
003160*****************************************************************
003170 1000-INICIALIZAR.
003180     ACCEPT DATASYS FROM DATE YYYYMMDD.
003190     COMPUTE WRK-DATASYS-NUM = (ANOSYS * 10000)
003200         + (MESSYS * 100) + DIASYS.
003210     MOVE WRK-DATASYS-NUM TO WRK-DATA-RESUMO.
003220     PERFORM 0500-OBTER-PARAMETROS
003230         THRU 0500-OBTER-PARAMETROS-EXIT.
003240     IF PARAMETRO-INVALIDO
003250         GO TO 1000-INICIALIZAR-EXIT
003260     END-IF.
003270     PERFORM 1500-CALCULAR-DIA-ANTERIOR
003280         THRU 1500-CALCULAR-DIA-ANTERIOR-EXIT.
003290     OPEN INPUT ALERT-FILE.
003300     IF FS-ALERTA-OK
003310         SET ARQUIVO-ALERTAS-ABERTO TO TRUE
003320     ELSE
003330         DISPLAY 'ALERTDIG: ARQUIVO DE ALERTAS (ALERTFL) '
003340             'INDISPONIVEL - FS: ' WRK-FS-ALERTA
003350             ' - RESUMO SEM EVENTOS'
003360         SET FIM-ALERTAS TO TRUE
003370     END-IF.
003380     OPEN OUTPUT ALERTRPT.
003390     MOVE 'RESUMO DIARIO DE ALERTAS POR SEVERIDADE E CICLO'
003400         TO WRK-TIT-TEXTO.
003410     PERFORM 8700-IMPRIMIR-TITULO
003420         THRU 8700-IMPRIMIR-TITULO-EXIT.
003430     MOVE WRK-DATA-RESUMO   TO WRK-DAT-RESUMO.
003440     MOVE WRK-DATA-ANTERIOR TO WRK-DAT-ANTERIOR.
003450     MOVE WRK-LINHA-DATAS TO WRK-LINHA-SAIDA.
003460     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
003470         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
003480     IF ARQUIVO-ALERTAS-ABERTO
003490         PERFORM 2900-LER-ALERTA
003500             THRU 2900-LER-ALERTA-EXIT
003510     END-IF.
003520 1000-INICIALIZAR-EXIT.
003530     EXIT.
003540*****************************************************************
003550* 0500-OBTER-PARAMETROS                                        *
003560*     LE O CARTAO DE PARAMETROS OPCIONAL COM O DIA DO RESUMO.   *
003570*     SEM CARTAO (OU CARTAO EM BRANCO) O RESUMO E DO DIA DA     *
003580*     EXECUCAO; DATA NAO NUMERICA OU INEXISTENTE NO CALENDARIO  *
003590*     INVALIDA A EXECUCAO.                                      *
003600*****************************************************************
003610 0500-OBTER-PARAMETROS.
003620     OPEN INPUT PARM-CARD.
003630     IF NOT FS-PARM-OK
003640         GO TO 0500-OBTER-PARAMETROS-EXIT
003650     END-IF.
003660     READ PARM-CARD
003670         AT END
003680             CONTINUE
003690     END-READ.
003700     IF NOT FS-PARM-OK
003710         CLOSE PARM-CARD
003720         GO TO 0500-OBTER-PARAMETROS-EXIT
003730     END-IF.
003740     CLOSE PARM-CARD.
003750     IF PARM-DATA-RESUMO = SPACES
003760         GO TO 0500-OBTER-PARAMETROS-EXIT
003770     END-IF.
003780     IF PARM-DATA-RESUMO-N NOT NUMERIC
003790         DISPLAY 'ALERTDIG: DIA DO RESUMO NAO NUMERICO: '
003800             PARM-DATA-RESUMO
003810         SET PARAMETRO-INVALIDO TO TRUE
003820         GO TO 0500-OBTER-PARAMETROS-EXIT
003830     END-IF.
003840     MOVE PARM-DATA-RESUMO-N TO WRK-DATA-AVL-N.
003850     IF WRK-AVL-MES < 01 OR WRK-AVL-MES > 12
003860             OR WRK-AVL-DIA < 01
003870         DISPLAY 'ALERTDIG: DIA DO RESUMO INVALIDO: '
003880             PARM-DATA-RESUMO
003890         SET PARAMETRO-INVALIDO TO TRUE
003900         GO TO 0500-OBTER-PARAMETROS-EXIT
003910     END-IF.
003920     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
003930     MOVE WRK-AVL-MES TO WRK-MES-REF.
003940     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
003950         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
003960     IF WRK-AVL-DIA > WRK-ULT-DIA-MES
003970         DISPLAY 'ALERTDIG: DIA DO RESUMO INVALIDO: '
003980             PARM-DATA-RESUMO
003990         SET PARAMETRO-INVALIDO TO TRUE
004000         GO TO 0500-OBTER-PARAMETROS-EXIT
004010     END-IF.
004020     MOVE PARM-DATA-RESUMO-N TO WRK-DATA-RESUMO.
004030 0500-OBTER-PARAMETROS-EXIT.
004040     EXIT.
004050*****************************************************************
004060* 1500-CALCULAR-DIA-ANTERIOR                                   *
004070*     OBTEM O DIA CORRIDO ANTERIOR AO DIA DO RESUMO, CONTRA O   *
004080*     QUAL OS EVENTOS SAO CONFERIDOS PARA SINALIZAR REPETICAO.  *
004090*****************************************************************
004100 1500-CALCULAR-DIA-ANTERIOR.
004110     MOVE WRK-DATA-RESUMO TO WRK-DATA-AVL-N.
004120     PERFORM 5200-RETROCEDER-DATA-AVL
004130         THRU 5200-RETROCEDER-DATA-AVL-EXIT.
004140     MOVE WRK-DATA-AVL-N TO WRK-DATA-ANTERIOR.
004150 1500-CALCULAR-DIA-ANTERIOR-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 2000-CLASSIFICAR-EVENTO                                      *
004190*     GUARDA O EVENTO CORRENTE NA TABELA DO DIA DO RESUMO OU,   *
004200*     QUANDO FOR DO DIA ANTERIOR, A SUA CHAVE NA TABELA DE      *
004210*     CONFERENCIA DE REPETICAO. EVENTOS DE OUTROS DIAS SAO      *
004220*     APENAS CONTADOS COMO LIDOS.                               *
004230*****************************************************************
004240 2000-CLASSIFICAR-EVENTO.
004250     ADD 1 TO WRK-CTR-LIDOS.
004260     MOVE ALR-PROGRAMA   TO WRK-CHV-PROGRAMA.
004270     MOVE ALR-ID-CICLO   TO WRK-CHV-CICLO.
004280     MOVE ALR-COD-EVENTO TO WRK-CHV-CODIGO.
004290     IF ALR-DATA-EVENTO = WRK-DATA-RESUMO
004300         PERFORM 2200-GUARDAR-EVENTO
004310             THRU 2200-GUARDAR-EVENTO-EXIT
004320     END-IF.
004330     IF ALR-DATA-EVENTO = WRK-DATA-ANTERIOR
004340         PERFORM 2100-GUARDAR-ANTERIOR
004350             THRU 2100-GUARDAR-ANTERIOR-EXIT
004360     END-IF.
004370     PERFORM 2900-LER-ALERTA
004380         THRU 2900-LER-ALERTA-EXIT.
004390 2000-CLASSIFICAR-EVENTO-EXIT.
004400     EXIT.
004410*****************************************************************
004420* 2100-GUARDAR-ANTERIOR                                        *
004430*     ACRESCENTA A CHAVE DO EVENTO DO DIA ANTERIOR A TABELA DE  *
004440*     CONFERENCIA, QUANDO AINDA NAO ESTIVER NELA.               *
004450*****************************************************************
004460 2100-GUARDAR-ANTERIOR.
004470     ADD 1 TO WRK-CTR-ANTERIOR.
004480     PERFORM 2150-PROCURAR-ANTERIOR
004490         THRU 2150-PROCURAR-ANTERIOR-EXIT.
004500     IF WRK-IDX-ANT-ACHADO > ZEROS
004510         GO TO 2100-GUARDAR-ANTERIOR-EXIT
004520     END-IF.
004530     IF WRK-ANT-USADAS >= WRK-ANT-MAXIMO
004540         IF NOT TABELA-ANT-CHEIA
004550             SET TABELA-ANT-CHEIA TO TRUE
004560             DISPLAY 'ALERTDIG: TABELA DO DIA ANTERIOR ESGOTADA'
004570                 ' - REPETICOES PODEM NAO SER SINALIZADAS'
004580         END-IF
004590         GO TO 2100-GUARDAR-ANTERIOR-EXIT
004600     END-IF.
004610     ADD 1 TO WRK-ANT-USADAS.
004620     MOVE WRK-CHAVE-EVENTO TO WRK-ANT-CHAVE(WRK-ANT-USADAS).
004630 2100-GUARDAR-ANTERIOR-EXIT.
004640     EXIT.
004650*****************************************************************
004660* 2150-PROCURAR-ANTERIOR                                       *
004670*     PROCURA WRK-CHAVE-EVENTO NA TABELA DO DIA ANTERIOR,       *
004680*     DEVOLVENDO A POSICAO EM WRK-IDX-ANT-ACHADO (ZERO QUANDO   *
004690*     NAO ENCONTRADA).                                          *
004700*****************************************************************
004710 2150-PROCURAR-ANTERIOR.
004720     MOVE ZEROS TO WRK-IDX-ANT-ACHADO.
004730     PERFORM 2160-COMPARAR-ANTERIOR
004740         THRU 2160-COMPARAR-ANTERIOR-EXIT
004750         VARYING WRK-IDX-ANT FROM 1 BY 1
004760         UNTIL WRK-IDX-ANT > WRK-ANT-USADAS
004770            OR WRK-IDX-ANT-ACHADO > ZEROS.
004780 2150-PROCURAR-ANTERIOR-EXIT.
004790     EXIT.
004800*****************************************************************
004810* 2160-COMPARAR-ANTERIOR                                       *
004820*     COMPARA WRK-CHAVE-EVENTO COM A ENTRADA WRK-IDX-ANT.       *
004830*****************************************************************
004840 2160-COMPARAR-ANTERIOR.
004850     IF WRK-ANT-CHAVE(WRK-IDX-ANT) = WRK-CHAVE-EVENTO
004860         MOVE WRK-IDX-ANT TO WRK-IDX-ANT-ACHADO
004870     END-IF.
004880 2160-COMPARAR-ANTERIOR-EXIT.
004890     EXIT.
004900*****************************************************************
004910* 2200-GUARDAR-EVENTO                                          *
004920*     CONTA O EVENTO DO DIA NA SUA SEVERIDADE E O GUARDA NA     *
004930*     TABELA DO DIA, CONTANDO-O TAMBEM NO SEU CICLO. SEVERIDADE *
004940*     NAO RECONHECIDA E TRATADA COMO ERRO, PARA NAO SER         *
004950*     SUBESTIMADA. COM A TABELA DO DIA OU A DE CICLOS ESGOTADA, *
004960*     O EVENTO E CONTADO COMO NAO LISTADO.                      *
004970*****************************************************************
004980 2200-GUARDAR-EVENTO.
004990     ADD 1 TO WRK-CTR-DIA.
005000     EVALUATE TRUE
005010         WHEN ALR-SEV-CRITICO
005020             MOVE 1 TO WRK-IDX-SEV
005030         WHEN ALR-SEV-AVISO
005040             MOVE 3 TO WRK-IDX-SEV
005050         WHEN OTHER
005060             MOVE 2 TO WRK-IDX-SEV
005070     END-EVALUATE.
005080     ADD 1 TO WRK-SEV-QTDE(WRK-IDX-SEV).
005090     IF WRK-EVT-USADOS >= WRK-EVT-MAXIMO
005100         IF NOT TABELA-EVT-CHEIA
005110             SET TABELA-EVT-CHEIA TO TRUE
005120             DISPLAY 'ALERTDIG: TABELA DE EVENTOS DO DIA ESGOTADA'
005130                 ' - RESUMO INCOMPLETO'
005140         END-IF
005150         ADD 1 TO WRK-CTR-NAO-LISTADOS
005160         GO TO 2200-GUARDAR-EVENTO-EXIT
005170     END-IF.
005180     PERFORM 2300-REGISTRAR-CICLO
005190         THRU 2300-REGISTRAR-CICLO-EXIT.
005200     IF WRK-IDX-CIC-ACHADO = ZEROS
005210         ADD 1 TO WRK-CTR-NAO-LISTADOS
005220         GO TO 2200-GUARDAR-EVENTO-EXIT
005230     END-IF.
005240     ADD 1 TO WRK-CIC-QTDE(WRK-IDX-CIC-ACHADO, WRK-IDX-SEV).
005250     ADD 1 TO WRK-EVT-USADOS.
005260     MOVE WRK-CHAVE-EVENTO TO WRK-EVT-CHAVE(WRK-EVT-USADOS).
005270     MOVE WRK-IDX-SEV     TO WRK-EVT-IND-SEV(WRK-EVT-USADOS).
005280     MOVE ALR-DATA-PROCESSAMENTO
005290         TO WRK-EVT-DATA-PROC(WRK-EVT-USADOS).
005300     MOVE ALR-HORA-EVENTO TO WRK-EVT-HORA(WRK-EVT-USADOS).
005310     MOVE ALR-MENSAGEM    TO WRK-EVT-MENSAGEM(WRK-EVT-USADOS).
005320 2200-GUARDAR-EVENTO-EXIT.
005330     EXIT.
005340*****************************************************************
005350* 2300-REGISTRAR-CICLO                                         *
005360*     LOCALIZA O CICLO DO EVENTO NA TABELA DE CICLOS OU O       *
005370*     INSERE NA SUA POSICAO EM ORDEM CRESCENTE, DESLOCANDO OS   *
005380*     CICLOS MAIORES. DEVOLVE A POSICAO EM WRK-IDX-CIC-ACHADO   *
005390*     (ZERO QUANDO A TABELA ESTIVER ESGOTADA).                  *
005400*****************************************************************
005410 2300-REGISTRAR-CICLO.
005420     MOVE ZEROS TO WRK-IDX-CIC-ACHADO.
005430     PERFORM 2350-PROCURAR-CICLO
005440         THRU 2350-PROCURAR-CICLO-EXIT
005450         VARYING WRK-IDX-CIC FROM 1 BY 1
005460         UNTIL WRK-IDX-CIC > WRK-CIC-USADOS
005470            OR WRK-IDX-CIC-ACHADO > ZEROS.
005480     IF WRK-IDX-CIC-ACHADO > ZEROS
005490         GO TO 2300-REGISTRAR-CICLO-EXIT
005500     END-IF.
005510     IF WRK-CIC-USADOS >= WRK-CIC-MAXIMO
005520         IF NOT TABELA-CIC-CHEIA
005530             SET TABELA-CIC-CHEIA TO TRUE
005540             DISPLAY 'ALERTDIG: TABELA DE CICLOS ESGOTADA'
005550                 ' - RESUMO INCOMPLETO'
005560         END-IF
005570         GO TO 2300-REGISTRAR-CICLO-EXIT
005580     END-IF.
005590     COMPUTE WRK-IDX-CIC-POS = WRK-CIC-USADOS + 1.
005600     PERFORM 2360-LOCALIZAR-POSICAO
005610         THRU 2360-LOCALIZAR-POSICAO-EXIT
005620         VARYING WRK-IDX-CIC FROM WRK-CIC-USADOS BY -1
005630         UNTIL WRK-IDX-CIC < 1.
005640     PERFORM 2370-DESLOCAR-CICLO
005650         THRU 2370-DESLOCAR-CICLO-EXIT
005660         VARYING WRK-IDX-CIC FROM WRK-CIC-USADOS BY -1
005670         UNTIL WRK-IDX-CIC < WRK-IDX-CIC-POS.
005680     ADD 1 TO WRK-CIC-USADOS.
005690     MOVE WRK-CHV-CICLO TO WRK-CIC-ID(WRK-IDX-CIC-POS).
005700     MOVE ZEROS TO WRK-CIC-QTDE(WRK-IDX-CIC-POS, 1)
005710                   WRK-CIC-QTDE(WRK-IDX-CIC-POS, 2)
005720                   WRK-CIC-QTDE(WRK-IDX-CIC-POS, 3).
005730     MOVE WRK-IDX-CIC-POS TO WRK-IDX-CIC-ACHADO.
005740 2300-REGISTRAR-CICLO-EXIT.
005750     EXIT.
005760*****************************************************************
005770* 2350-PROCURAR-CICLO                                          *
005780*     COMPARA O CICLO DO EVENTO COM A ENTRADA WRK-IDX-CIC.      *
005790*****************************************************************
005800 2350-PROCURAR-CICLO.
005810     IF WRK-CIC-ID(WRK-IDX-CIC) = WRK-CHV-CICLO
005820         MOVE WRK-IDX-CIC TO WRK-IDX-CIC-ACHADO
005830     END-IF.
005840 2350-PROCURAR-CICLO-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 2360-LOCALIZAR-POSICAO                                       *
005880*     PERCORRIDA DO FIM PARA O INICIO DA TABELA, DEIXA EM       *
005890*     WRK-IDX-CIC-POS A PRIMEIRA POSICAO CUJO CICLO E MAIOR QUE *
005900*     O CICLO DO EVENTO.                                        *
005910*****************************************************************
005920 2360-LOCALIZAR-POSICAO.
005930     IF WRK-CIC-ID(WRK-IDX-CIC) > WRK-CHV-CICLO
005940         MOVE WRK-IDX-CIC TO WRK-IDX-CIC-POS
005950     END-IF.
005960 2360-LOCALIZAR-POSICAO-EXIT.
005970     EXIT.
005980*****************************************************************
005990* 2370-DESLOCAR-CICLO                                          *
006000*     DESLOCA A ENTRADA WRK-IDX-CIC UMA POSICAO ADIANTE, ABRINDO*
006010*     ESPACO PARA O CICLO A INSERIR.                            *
006020*****************************************************************
006030 2370-DESLOCAR-CICLO.
006040     COMPUTE WRK-IDX-CIC-DESTINO = WRK-IDX-CIC + 1.
006050     MOVE WRK-CIC-ENTRADA(WRK-IDX-CIC)
006060         TO WRK-CIC-ENTRADA(WRK-IDX-CIC-DESTINO).
006070 2370-DESLOCAR-CICLO-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 2900-LER-ALERTA                                              *
006110*     LE O PROXIMO EVENTO DO ARQUIVO DE ALERTAS, LIGANDO O      *
006120*     INDICADOR DE FIM QUANDO NAO HOUVER MAIS DADOS.            *
006130*****************************************************************
006140 2900-LER-ALERTA.
006150     READ ALERT-FILE
006160         AT END
006170             SET FIM-ALERTAS TO TRUE
006180     END-READ.
006190 2900-LER-ALERTA-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 3000-IMPRIMIR-SEVERIDADE                                     *
006230*     IMPRIME O GRUPO DA SEVERIDADE WRK-IDX-SEV: A LINHA DA     *
006240*     SEVERIDADE E, PARA CADA CICLO COM EVENTOS DELA, O         *
006250*     SUBTITULO DO CICLO SEGUIDO DOS SEUS EVENTOS.              *
006260*****************************************************************
006270 3000-IMPRIMIR-SEVERIDADE.
006280     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006290     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
006300         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
006310     MOVE WRK-SEV-NOME(WRK-IDX-SEV) TO WRK-SVL-NOME.
006320     MOVE WRK-SEV-QTDE(WRK-IDX-SEV) TO WRK-SVL-QTDE.
006330     MOVE WRK-LINHA-SEVERIDADE TO WRK-LINHA-SAIDA.
006340     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
006350         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
006360     IF WRK-SEV-QTDE(WRK-IDX-SEV) = ZEROS
006370         MOVE '   NENHUM EVENTO NO DIA' TO WRK-TIT-TEXTO
006380         PERFORM 8700-IMPRIMIR-TITULO
006390             THRU 8700-IMPRIMIR-TITULO-EXIT
006400         GO TO 3000-IMPRIMIR-SEVERIDADE-EXIT
006410     END-IF.
006420     MOVE WRK-LINHA-COLUNAS TO WRK-LINHA-SAIDA.
006430     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
006440         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
006450     PERFORM 3100-IMPRIMIR-CICLO
006460         THRU 3100-IMPRIMIR-CICLO-EXIT
006470         VARYING WRK-IDX-CIC FROM 1 BY 1
006480         UNTIL WRK-IDX-CIC > WRK-CIC-USADOS.
006490 3000-IMPRIMIR-SEVERIDADE-EXIT.
006500     EXIT.
006510*****************************************************************
006520* 3100-IMPRIMIR-CICLO                                          *
006530*     QUANDO O CICLO WRK-IDX-CIC TEM EVENTOS DA SEVERIDADE      *
006540*     CORRENTE, IMPRIME O SUBTITULO DO CICLO E OS EVENTOS.      *
006550*     EVENTOS SEM CICLO SAO AGRUPADOS EM "(SEM CICLO)".         *
006560*****************************************************************
006570 3100-IMPRIMIR-CICLO.
006580     IF WRK-CIC-QTDE(WRK-IDX-CIC, WRK-IDX-SEV) = ZEROS
006590         GO TO 3100-IMPRIMIR-CICLO-EXIT
006600     END-IF.
006610     IF WRK-CIC-ID(WRK-IDX-CIC) = SPACES
006620         MOVE '(SEM CICLO)' TO WRK-CCL-ID
006630     ELSE
006640         MOVE WRK-CIC-ID(WRK-IDX-CIC) TO WRK-CCL-ID
006650     END-IF.
006660     MOVE WRK-CIC-QTDE(WRK-IDX-CIC, WRK-IDX-SEV) TO WRK-CCL-QTDE.
006670     MOVE WRK-LINHA-CICLO TO WRK-LINHA-SAIDA.
006680     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
006690         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
006700     PERFORM 3200-IMPRIMIR-EVENTO
006710         THRU 3200-IMPRIMIR-EVENTO-EXIT
006720         VARYING WRK-IDX-EVT FROM 1 BY 1
006730         UNTIL WRK-IDX-EVT > WRK-EVT-USADOS.
006740 3100-IMPRIMIR-CICLO-EXIT.
006750     EXIT.
006760*****************************************************************
006770* 3200-IMPRIMIR-EVENTO                                         *
006780*     IMPRIME O EVENTO WRK-IDX-EVT QUANDO FOR DA SEVERIDADE E DO*
006790*     CICLO CORRENTES, SINALIZANDO-O QUANDO SE REPETE DO DIA    *
006800*     ANTERIOR.                                                 *
006810*****************************************************************
006820 3200-IMPRIMIR-EVENTO.
006830     IF WRK-EVT-IND-SEV(WRK-IDX-EVT) NOT = WRK-IDX-SEV
006840             OR WRK-EVT-CICLO(WRK-IDX-EVT)
006850                NOT = WRK-CIC-ID(WRK-IDX-CIC)
006860         GO TO 3200-IMPRIMIR-EVENTO-EXIT
006870     END-IF.
006880     MOVE WRK-EVT-CHAVE(WRK-IDX-EVT) TO WRK-CHAVE-EVENTO.
006890     PERFORM 2150-PROCURAR-ANTERIOR
006900         THRU 2150-PROCURAR-ANTERIOR-EXIT.
006910     IF WRK-IDX-ANT-ACHADO > ZEROS
006920         ADD 1 TO WRK-CTR-REPETIDOS
006930         MOVE 'REPETIDO' TO WRK-DET-REPETIDO
006940     ELSE
006950         MOVE SPACES TO WRK-DET-REPETIDO
006960     END-IF.
006970     MOVE WRK-EVT-HORA(WRK-IDX-EVT) TO WRK-HORA-EVENTO.
006980     MOVE SPACES TO WRK-DET-HORA.
006990     STRING WRK-HE-HORA    DELIMITED BY SIZE
007000            ':'            DELIMITED BY SIZE
007010            WRK-HE-MINUTO  DELIMITED BY SIZE
007020            ':'            DELIMITED BY SIZE
007030            WRK-HE-SEGUNDO DELIMITED BY SIZE
007040         INTO WRK-DET-HORA.
007050     MOVE WRK-EVT-PROGRAMA(WRK-IDX-EVT)  TO WRK-DET-PROGRAMA.
007060     MOVE WRK-EVT-CODIGO(WRK-IDX-EVT)    TO WRK-DET-CODIGO.
007070     MOVE WRK-EVT-DATA-PROC(WRK-IDX-EVT) TO WRK-DET-DATA-PROC.
007080     MOVE WRK-EVT-MENSAGEM(WRK-IDX-EVT)  TO WRK-DET-MENSAGEM.
007090     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
007100     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
007110         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
007120 3200-IMPRIMIR-EVENTO-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 4400-VERIFICAR-ANO-BISSEXTO                                  *
007160*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
007170*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
007180*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
007190*     DATECALC).                                                *
007200*****************************************************************
007210 4400-VERIFICAR-ANO-BISSEXTO.
007220     MOVE WRK-ANO-REF TO DATECOPY-ANO-CALC.
007230     PERFORM 4690-VERIFICAR-BISSEXTO-DATECOPY
007240         THRU 4690-VERIFICAR-BISSEXTO-DATECOPY-EXIT.
007250 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 4500-CALCULAR-ULTIMO-DIA-MES                                 *
007290*     RECEBE O ANO EM WRK-ANO-REF E O MES EM WRK-MES-REF E      *
007300*     DEVOLVE EM WRK-ULT-DIA-MES O ULTIMO DIA DAQUELE MES,      *
007310*     CONSIDERANDO FEVEREIRO EM ANO BISSEXTO.                   *
007320*****************************************************************
007330 4500-CALCULAR-ULTIMO-DIA-MES.
007340     PERFORM 4400-VERIFICAR-ANO-BISSEXTO
007350         THRU 4400-VERIFICAR-ANO-BISSEXTO-EXIT.
007360     MOVE DATECOPY-DIAS-MES(WRK-MES-REF) TO WRK-ULT-DIA-MES.
007370     IF WRK-MES-REF = 02 AND DATECOPY-ANO-BISSEXTO
007380         MOVE 29 TO WRK-ULT-DIA-MES
007390     END-IF.
007400 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
007410     EXIT.
007420*****************************************************************
007430* 4690/4700/4710 - ROTINAS COMUNS DE DATA DO COPYBOOK DATECALC  *
007440*     (BISSEXTO E CONVERSOES JULIANO/US).                       *
007450*****************************************************************
007460     COPY DATECALC.
007470*****************************************************************
007480* 5200-RETROCEDER-DATA-AVL                                     *
007490*     RETROCEDE A DATA EM AVALIACAO (WRK-DATA-AVL) EM UM DIA,   *
007500*     TRATANDO AS VIRADAS DE MES E DE ANO.                      *
007510*****************************************************************
007520 5200-RETROCEDER-DATA-AVL.
007530     IF WRK-AVL-DIA > 01
007540         SUBTRACT 1 FROM WRK-AVL-DIA
007550         GO TO 5200-RETROCEDER-DATA-AVL-EXIT
007560     END-IF.
007570     IF WRK-AVL-MES > 01
007580         SUBTRACT 1 FROM WRK-AVL-MES
007590     ELSE
007600         MOVE 12 TO WRK-AVL-MES
007610         SUBTRACT 1 FROM WRK-AVL-ANO
007620     END-IF.
007630     MOVE WRK-AVL-ANO TO WRK-ANO-REF.
007640     MOVE WRK-AVL-MES TO WRK-MES-REF.
007650     PERFORM 4500-CALCULAR-ULTIMO-DIA-MES
007660         THRU 4500-CALCULAR-ULTIMO-DIA-MES-EXIT.
007670     MOVE WRK-ULT-DIA-MES TO WRK-AVL-DIA.
007680 5200-RETROCEDER-DATA-AVL-EXIT.
007690     EXIT.
007700*****************************************************************
007710* 8000-IMPRIMIR-TOTAIS                                         *
007720*     IMPRIME O QUADRO DE TOTAIS DO RESUMO.                     *
007730*****************************************************************
007740 8000-IMPRIMIR-TOTAIS.
007750     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
007760     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
007770         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
007780     IF WRK-CTR-DIA = ZEROS
007790         MOVE 'NENHUM ALERTA REGISTRADO NO DIA DO RESUMO'
007800             TO WRK-TIT-TEXTO
007810         PERFORM 8700-IMPRIMIR-TITULO
007820             THRU 8700-IMPRIMIR-TITULO-EXIT
007830     END-IF.
007840     MOVE 'EVENTOS LIDOS NO ARQUIVO DE ALERTAS:'
007850         TO WRK-TOT-TEXTO.
007860     MOVE WRK-CTR-LIDOS TO WRK-TOT-VALOR.
007870     PERFORM 8800-GRAVAR-LINHA-TOTAL
007880         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
007890     MOVE 'EVENTOS DO DIA DO RESUMO:' TO WRK-TOT-TEXTO.
007900     MOVE WRK-CTR-DIA TO WRK-TOT-VALOR.
007910     PERFORM 8800-GRAVAR-LINHA-TOTAL
007920         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
007930     MOVE '  CRITICOS:' TO WRK-TOT-TEXTO.
007940     MOVE WRK-SEV-QTDE(1) TO WRK-TOT-VALOR.
007950     PERFORM 8800-GRAVAR-LINHA-TOTAL
007960         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
007970     MOVE '  ERROS:' TO WRK-TOT-TEXTO.
007980     MOVE WRK-SEV-QTDE(2) TO WRK-TOT-VALOR.
007990     PERFORM 8800-GRAVAR-LINHA-TOTAL
008000         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008010     MOVE '  AVISOS:' TO WRK-TOT-TEXTO.
008020     MOVE WRK-SEV-QTDE(3) TO WRK-TOT-VALOR.
008030     PERFORM 8800-GRAVAR-LINHA-TOTAL
008040         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008050     MOVE 'CICLOS COM EVENTOS NO DIA:' TO WRK-TOT-TEXTO.
008060     MOVE WRK-CIC-USADOS TO WRK-TOT-VALOR.
008070     PERFORM 8800-GRAVAR-LINHA-TOTAL
008080         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008090     MOVE 'EVENTOS DO DIA ANTERIOR:' TO WRK-TOT-TEXTO.
008100     MOVE WRK-CTR-ANTERIOR TO WRK-TOT-VALOR.
008110     PERFORM 8800-GRAVAR-LINHA-TOTAL
008120         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008130     MOVE 'EVENTOS REPETIDOS DO DIA ANTERIOR:' TO WRK-TOT-TEXTO.
008140     MOVE WRK-CTR-REPETIDOS TO WRK-TOT-VALOR.
008150     PERFORM 8800-GRAVAR-LINHA-TOTAL
008160         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
008170     IF WRK-CTR-NAO-LISTADOS > ZEROS
008180         MOVE 'EVENTOS NAO LISTADOS (TABELA ESGOTADA):'
008190             TO WRK-TOT-TEXTO
008200         MOVE WRK-CTR-NAO-LISTADOS TO WRK-TOT-VALOR
008210         PERFORM 8800-GRAVAR-LINHA-TOTAL
008220             THRU 8800-GRAVAR-LINHA-TOTAL-EXIT
008230     END-IF.
008240 8000-IMPRIMIR-TOTAIS-EXIT.
008250     EXIT.
008260*****************************************************************
008270* 8700-IMPRIMIR-TITULO                                         *
008280*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
008290*     WRK-LINHA-TITULO.                                         *
008300*****************************************************************
008310 8700-IMPRIMIR-TITULO.
008320     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
008330     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
008340         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
008350 8700-IMPRIMIR-TITULO-EXIT.
008360     EXIT.
008370*****************************************************************
008380* 8800-GRAVAR-LINHA-TOTAL                                      *
008390*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
008400*     WRK-LINHA-TOTAL.                                          *
008410*****************************************************************
008420 8800-GRAVAR-LINHA-TOTAL.
008430     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
008440     PERFORM 8900-GRAVAR-LINHA-ALERTRPT
008450         THRU 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
008460 8800-GRAVAR-LINHA-TOTAL-EXIT.
008470     EXIT.
008480*****************************************************************
008490* 8850-IMPRIMIR-CABECALHO                                      *
008500*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
008510*     PROGRAMA E DATA DE PROCESSAMENTO NO TOPO DA NOVA PAGINA.  *
008520*****************************************************************
008530 8850-IMPRIMIR-CABECALHO.
008540     ADD 1 TO WRK-NUM-PAGINA.
008550     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
008560     MOVE WRK-DATASYS-NUM TO WRK-CAB-DATA-EXEC.
008570     WRITE ALERTRPT-LINE FROM WRK-CAB-RELATORIO-1.
008580     WRITE ALERTRPT-LINE FROM WRK-CAB-RELATORIO-2.
008590     WRITE ALERTRPT-LINE FROM WRK-CAB-RELATORIO-3.
008600     MOVE 3 TO WRK-NUM-LINHA.
008610 8850-IMPRIMIR-CABECALHO-EXIT.
008620     EXIT.
008630*****************************************************************
008640* 8900-GRAVAR-LINHA-ALERTRPT                                   *
008650*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
008660*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
008670*****************************************************************
008680 8900-GRAVAR-LINHA-ALERTRPT.
008690     IF WRK-NUM-LINHA = ZEROS OR
008700             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
008710         PERFORM 8850-IMPRIMIR-CABECALHO
008720             THRU 8850-IMPRIMIR-CABECALHO-EXIT
008730     END-IF.
008740     WRITE ALERTRPT-LINE FROM WRK-LINHA-SAIDA.
008750     ADD 1 TO WRK-NUM-LINHA.
008760 8900-GRAVAR-LINHA-ALERTRPT-EXIT.
008770     EXIT.
008780*****************************************************************
008790* 9000-ENCERRAR                                                *
008800*     ENCERRA O ARQUIVO DE ALERTAS E O RELATORIO.               *
008810*****************************************************************
008820 9000-ENCERRAR.
008830     IF ARQUIVO-ALERTAS-ABERTO
008840         CLOSE ALERT-FILE
008850     END-IF.
008860     CLOSE ALERTRPT.
008870 9000-ENCERRAR-EXIT.
008880     EXIT.
008890*****************************************************************
008900* 9999-FIM                                                     *
008910*****************************************************************
008920 9999-FIM.
008930     STOP RUN.
