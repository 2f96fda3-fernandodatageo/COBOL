000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLDEPG.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PORTAO DE DEPENDENCIA ENTRE CICLOS DE LOTE
000100* SIMULTANEOS (EX.: CICLOFOL - FOLHA DE PAGAMENTO E CICLOCAP -
000110* CONTAS A PAGAR). EXECUTADO PELO SCHEDULER ANTES DO PASSO
000120* DEPENDENTE, LE O CARTAO DE PARAMETROS COM O CICLO E O PASSO
000130* DEPENDENTES, A DATA-BASE DO CICLO DEPENDENTE NO CHECKPOINT DE
000140* REINICIO (RESTART-CTL) E O ARQUIVO DE DEPENDENCIAS (UM CARTAO
000150* POR REGRA: CICLO E PASSO DEPENDENTES, CICLO E PASSO
000160* PREDECESSORES). CADA PREDECESSOR DAS REGRAS DO PASSO E DADO
000170* COMO SATISFEITO QUANDO:
000180*   - A TRILHA DE AUDITORIA (AUDIT-LOG) REGISTRA A EXECUCAO DO
000190*     PASSO PREDECESSOR NO CICLO PREDECESSOR PARA A MESMA
000200*     DATA-BASE; OU
000210*   - O ARQUIVO DE RESUMOS (CYCLE-SUMMARY, GRAVADO PELO CYCLCLOS)
000220*     REGISTRA O ENCERRAMENTO DO CICLO PREDECESSOR NESSA DATA -
000230*     TODOS OS SEUS PASSOS JA RODARAM. REGRA COM PASSO
000240*     PREDECESSOR EM BRANCO EXIGE O CICLO PREDECESSOR ENCERRADO.
000250* IMPRIME A SITUACAO DE CADA REGRA NO RELATORIO DEPGRPT,
000260* RELACIONA NO CONSOLE OS PREDECESSORES PENDENTES E ENCERRA COM
000270* RETURN-CODE 08 (RETER O PASSO DEPENDENTE) QUANDO HOUVER
000280* PREDECESSOR PENDENTE, QUANDO O CICLO DEPENDENTE NAO TIVER
000290* CHECKPOINT ABERTO OU QUANDO O ARQUIVO DE DEPENDENCIAS ESTIVER
000300* INDISPONIVEL. SEM REGRA CADASTRADA PARA O PASSO, LIBERA COM
000310* RETURN-CODE 04. ATE HOJE O SUPERVISOR DE TURNO ACOMPANHAVA O
000320* CYCMRPT DOS DOIS FLUXOS E SEGURAVA OS JOBS A MAO.
000330*
000340* HISTORICO DE ALTERACOES
000350* DATA       AUTOR   DESCRICAO
000360* ---------- ------- ------------------------------------------
000370* 15/10/2026 LFL     VERSAO ORIGINAL.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RESTART-CTL ASSIGN TO RESTARTF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RCTL-CHAVE
000470         FILE STATUS IS WRK-FS-RESTART.
000480     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WRK-FS-AUDIT.
000510     SELECT CYCLE-SUMMARY ASSIGN TO CYCLSUM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WRK-FS-CYCLSUM.
000540     SELECT DEPEND-FILE ASSIGN TO DEPENDFL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-DEPEND.
000570     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-PARM.
000600     SELECT DEPGRPT ASSIGN TO DEPGRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-FS-DEPGRPT.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000660* RESTART-CTL - CHECKPOINT DA DATA DE PROCESSAMENTO DO CICLO DE *
000670*     LOTE CORRENTE (MESMO LAYOUT DO PROGRAMA DATA-REDEFINIDA). *
000680*****************************************************************
000690 FD  RESTART-CTL
000700     LABEL RECORD IS STANDARD.
000710 01  RESTART-CTL-RECORD.
000720     02  RCTL-CHAVE          PIC X(08).
000730     02  RCTL-ANO-CICLO      PIC 9(04).
000740     02  RCTL-MES-CICLO      PIC 9(02).
000750     02  RCTL-DIA-CICLO      PIC 9(02).
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
000930* CYCLE-SUMMARY - REGISTRO-RESUMO DE CADA CICLO ENCERRADO       *
000940*     (MESMO LAYOUT DO PROGRAMA CYCLCLOS).                      *
000950*****************************************************************
000960 FD  CYCLE-SUMMARY
000970     LABEL RECORD IS STANDARD.
000980 01  CYCLE-SUMMARY-RECORD.
000990     02  CYCL-DATA-CICLO     PIC 9(08).
001000     02  CYCL-QTD-PASSOS     PIC 9(04).
001010     02  CYCL-QTD-EXECUCOES  PIC 9(06).
001020     02  CYCL-INICIO-DATA    PIC 9(08).
001030     02  CYCL-INICIO-HORA    PIC 9(08).
001040     02  CYCL-FIM-DATA       PIC 9(08).
001050     02  CYCL-FIM-HORA       PIC 9(08).
001060     02  CYCL-ID-CICLO       PIC X(08).
001070*****************************************************************
001080* DEPEND-FILE - REGRAS DE DEPENDENCIA ENTRE CICLOS, UM CARTAO   *
001090*     POR REGRA: CICLO E PASSO DEPENDENTES, CICLO E PASSO       *
001100*     PREDECESSORES (NOMES DE PASSO NA MESMA GRAFIA DE          *
001110*     AUDIT-PROGRAMA). PASSO PREDECESSOR EM BRANCO EXIGE O      *
001120*     CICLO PREDECESSOR ENCERRADO PELO CYCLCLOS.                *
001130*****************************************************************
001140 FD  DEPEND-FILE
001150     LABEL RECORD IS OMITTED.
001160 01  DEPEND-REG.
001170     02  DEPN-CICLO-DEP      PIC X(08).
001180     02  FILLER              PIC X(01).
001190     02  DEPN-PASSO-DEP      PIC X(20).
001200     02  FILLER              PIC X(01).
001210     02  DEPN-CICLO-PRED     PIC X(08).
001220     02  FILLER              PIC X(01).
001230     02  DEPN-PASSO-PRED     PIC X(20).
001240     02  FILLER              PIC X(21).
001250*****************************************************************
001260* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN) COM O     *
001270*     CICLO DEPENDENTE (MESMA GRAFIA DO CARTAO DO PROGRAMA      *
001280*     DATA-REDEFINIDA; EM BRANCO OU SEM O DD, VALE O CICLO      *
001290*     HISTORICO CICLO001) E O PASSO DEPENDENTE A LIBERAR (EM    *
001300*     BRANCO, TODAS AS REGRAS DO CICLO DEPENDENTE).             *
001310*****************************************************************
001320 FD  PARM-CARD
001330     LABEL RECORD IS OMITTED.
001340 01  PARM-CARD-REG.
001350     02  PARM-ID-CICLO       PIC X(08).
001360     02  FILLER              PIC X(01).
001370     02  PARM-PASSO          PIC X(20).
001380     02  FILLER              PIC X(51).
001390*****************************************************************
001400* DEPGRPT - RELATORIO DO PORTAO DE DEPENDENCIA (MESMO PADRAO DE *
001410*     CABECALHO DO RELATORIO CYCMRPT).                          *
001420*****************************************************************
001430 FD  DEPGRPT
001440     LABEL RECORD IS OMITTED
001450     RECORD CONTAINS 132 CHARACTERS.
001460 01  DEPGRPT-LINE                PIC X(132).
001470 WORKING-STORAGE SECTION.
001480*****************************************************************
001490* STATUS DOS ARQUIVOS
001500*****************************************************************
001510 77  WRK-FS-RESTART          PIC X(02) VALUE '00'.
001520     88  FS-RESTART-OK               VALUE '00'.
001530     88  FS-RESTART-NAO-ENCONTRADO   VALUE '23'.
001540     88  FS-RESTART-ARQ-INEXISTENTE  VALUE '35'.
001550 77  WRK-FS-AUDIT             PIC X(02) VALUE '00'.
001560     88  FS-AUDIT-OK                 VALUE '00'.
001570     88  FS-AUDIT-FIM                VALUE '10'.
001580     88  FS-AUDIT-ARQ-INEXISTENTE    VALUE '35'.
001590 77  WRK-FS-CYCLSUM          PIC X(02) VALUE '00'.
001600     88  FS-CYCLSUM-OK               VALUE '00'.
001610     88  FS-CYCLSUM-FIM              VALUE '10'.
001620     88  FS-CYCLSUM-ARQ-INEXISTENTE  VALUE '35'.
001630 77  WRK-FS-DEPEND           PIC X(02) VALUE '00'.
001640     88  FS-DEPEND-OK                VALUE '00'.
001650     88  FS-DEPEND-FIM               VALUE '10'.
001660     88  FS-DEPEND-ARQ-INEXISTENTE   VALUE '35'.
001670 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001680     88  FS-PARM-OK                  VALUE '00'.
001690     88  FS-PARM-FIM                 VALUE '10'.
001700     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001710 77  WRK-FS-DEPGRPT          PIC X(02) VALUE '00'.
001720     88  FS-DEPGRPT-OK               VALUE '00'.
001730*****************************************************************
001740* CHAVE DO CHECKPOINT = IDENTIFICADOR DO CICLO DEPENDENTE. O    *
001750* VALOR HISTORICO CICLO001 VALE QUANDO O CARTAO DE PARAMETROS   *
001760* NAO INFORMA O CICLO (VER 0500-OBTER-PARAMETROS).              *
001770*****************************************************************
001780 77  WRK-CHAVE-RESTART       PIC X(08) VALUE 'CICLO001'.
001790 77  WRK-PASSO-DEPENDENTE    PIC X(20) VALUE SPACES.
001800*****************************************************************
001810* INDICADORES DE PROCESSAMENTO
001820*****************************************************************
001830 01  WRK-SWITCHES.
001840     02  WRK-SW-FIM-DEPEND   PIC X(01) VALUE 'N'.
001850         88  FIM-DEPENDENCIAS        VALUE 'S'.
001860     02  WRK-SW-FIM-AUDIT    PIC X(01) VALUE 'N'.
001870         88  FIM-AUDITORIA           VALUE 'S'.
001880     02  WRK-SW-FIM-CYCLSUM  PIC X(01) VALUE 'N'.
001890         88  FIM-RESUMOS             VALUE 'S'.
001900     02  WRK-SW-DEPEND       PIC X(01) VALUE 'N'.
001910         88  DEPENDENCIAS-DISPONIVEIS VALUE 'S'.
001920*****************************************************************
001930* TABELA DAS REGRAS APLICAVEIS AO CICLO (E PASSO) DEPENDENTE,   *
001940* COM A INDICACAO DE PREDECESSOR SATISFEITO, A ORIGEM DA        *
001950* EVIDENCIA (T = TRILHA DE AUDITORIA, R = RESUMO DE CICLO       *
001960* ENCERRADO) E O HORARIO HHMM DA EXECUCAO NA TRILHA.            *
001970*****************************************************************
001980 01  WRK-TAB-REGRAS.
001990     02  WRK-REGRA-ENTRADA   OCCURS 100 TIMES.
002000         03  WRK-REGRA-PASSO-DEP     PIC X(20).
002010         03  WRK-REGRA-CICLO-PRED    PIC X(08).
002020         03  WRK-REGRA-PASSO-PRED    PIC X(20).
002030         03  WRK-REGRA-SW            PIC X(01).
002040             88  REGRA-SATISFEITA        VALUE 'S'.
002050             88  REGRA-PENDENTE          VALUE 'N'.
002060         03  WRK-REGRA-ORIGEM        PIC X(01).
002070             88  ORIGEM-TRILHA           VALUE 'T'.
002080             88  ORIGEM-RESUMO           VALUE 'R'.
002090         03  WRK-REGRA-HORA          PIC 9(04).
002100 77  WRK-QTD-REGRAS          PIC 9(03) COMP VALUE ZEROS.
002110 77  WRK-MAX-REGRAS          PIC 9(03) COMP VALUE 100.
002120 77  WRK-IDX                 PIC 9(03) COMP.
002130*****************************************************************
002140* DATA-BASE DO CICLO DEPENDENTE E CONTADORES DA CONFERENCIA     *
002150*****************************************************************
002160 77  WRK-DATA-CICLO          PIC 9(08) VALUE ZEROS.
002170 77  WRK-DATA-REGISTRO       PIC 9(08).
002180 77  WRK-HORA-REGISTRO       PIC 9(04).
002190 77  WRK-CTR-LIDAS           PIC 9(05) COMP VALUE ZEROS.
002200 77  WRK-CTR-SATISFEITAS     PIC 9(03) COMP VALUE ZEROS.
002210 77  WRK-CTR-PENDENTES       PIC 9(03) COMP VALUE ZEROS.
002220*****************************************************************
002230* AREA DE TRABALHO DO RELATORIO DEPGRPT
002240*****************************************************************
002250 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
002260 77  WRK-NUM-LINHA           PIC 9(02) VALUE ZEROS.
002270 77  WRK-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 55.
002280 01  WRK-LINHA-SAIDA         PIC X(132).
002290 01  WRK-CAB-RELATORIO-1.
002300     02  FILLER              PIC X(01) VALUE SPACES.
002310     02  FILLER              PIC X(33)
002320         VALUE 'CENTRO DE PROCESSAMENTO DE DADOS'.
002330     02  FILLER              PIC X(78) VALUE SPACES.
002340     02  FILLER              PIC X(08) VALUE 'PAGINA: '.
002350     02  WRK-CAB-PAGINA      PIC ZZZ9.
002360     02  FILLER              PIC X(08) VALUE SPACES.
002370 01  WRK-CAB-RELATORIO-2.
002380     02  FILLER              PIC X(01) VALUE SPACES.
002390     02  FILLER              PIC X(10) VALUE 'PROGRAMA: '.
002400     02  FILLER              PIC X(20) VALUE 'CYCLDEPG'.
002410     02  FILLER              PIC X(20) VALUE SPACES.
002420     02  FILLER              PIC X(20)
002430         VALUE 'DATA PROCESSAMENTO: '.
002440     02  WRK-CAB-DATA-EXEC   PIC 9999/99/99.
002450     02  FILLER              PIC X(04) VALUE SPACES.
002460     02  FILLER              PIC X(07) VALUE 'CICLO: '.
002470     02  WRK-CAB-ID-CICLO    PIC X(08).
002480     02  FILLER              PIC X(32) VALUE SPACES.
002490 01  WRK-CAB-RELATORIO-3.
002500     02  FILLER              PIC X(01) VALUE SPACES.
002510     02  FILLER              PIC X(131) VALUE ALL '-'.
002520 01  WRK-LINHA-TITULO.
002530     02  FILLER              PIC X(01) VALUE SPACES.
002540     02  WRK-TIT-TEXTO       PIC X(60).
002550     02  FILLER              PIC X(71) VALUE SPACES.
002560 01  WRK-LINHA-REGRA.
002570     02  FILLER              PIC X(01) VALUE SPACES.
002580     02  WRK-DEP-PASSO       PIC X(20).
002590     02  FILLER              PIC X(02) VALUE SPACES.
002600     02  FILLER              PIC X(07) VALUE 'APOS: '.
002610     02  WRK-DEP-CICLO-PRED  PIC X(08).
002620     02  FILLER              PIC X(01) VALUE SPACES.
002630     02  WRK-DEP-PASSO-PRED  PIC X(20).
002640     02  FILLER              PIC X(02) VALUE SPACES.
002650     02  WRK-DEP-SITUACAO    PIC X(10).
002660     02  FILLER              PIC X(02) VALUE SPACES.
002670     02  WRK-DEP-EVIDENCIA   PIC X(30).
002680     02  FILLER              PIC X(29) VALUE SPACES.
002690 01  WRK-LINHA-TOTAL.
002700     02  FILLER              PIC X(01) VALUE SPACES.
002710     02  WRK-TOT-TEXTO       PIC X(45).
002720     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002730     02  FILLER              PIC X(79) VALUE SPACES.
002740 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002750*****************************************************************
002760* EDICAO DE HORARIO HHMM COMO HH:MM
002770*****************************************************************
002780 01  WRK-HORA-DESMEM.
002790     02  WRK-HD-HORA         PIC 9(02).
002800     02  WRK-HD-MINUTO       PIC 9(02).
002810 77  WRK-HORA-EDITADA        PIC X(05).
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840* 0000-MAINLINE                                                *
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 0500-OBTER-PARAMETROS
002880         THRU 0500-OBTER-PARAMETROS-EXIT.
002890     PERFORM 1000-OBTER-DATA-CICLO
002900         THRU 1000-OBTER-DATA-CICLO-EXIT.
002910     IF WRK-DATA-CICLO = ZEROS
002920         DISPLAY 'CYCLDEPG: NENHUM CICLO ABERTO PARA '
002930             WRK-CHAVE-RESTART ' - PASSO RETIDO'
002940         MOVE 08 TO RETURN-CODE
002950         GO TO 9999-FIM
002960     END-IF.
002970     PERFORM 2000-CARREGAR-REGRAS
002980         THRU 2000-CARREGAR-REGRAS-EXIT.
002990     IF NOT DEPENDENCIAS-DISPONIVEIS
003000         DISPLAY 'CYCLDEPG: ARQUIVO DE DEPENDENCIAS INDISPONIVEL'
003010             ' - PASSO RETIDO'
003020         MOVE 08 TO RETURN-CODE
003030         GO TO 9999-FIM
003040     END-IF.
003050     IF WRK-QTD-REGRAS = ZEROS
003060         DISPLAY 'CYCLDEPG: NENHUMA DEPENDENCIA CADASTRADA PARA '
003070             WRK-CHAVE-RESTART ' ' WRK-PASSO-DEPENDENTE
003080             ' - PASSO LIBERADO'
003090         MOVE 04 TO RETURN-CODE
003100         GO TO 9999-FIM
003110     END-IF.
003120     PERFORM 3000-CONFERIR-AUDITORIA
003130         THRU 3000-CONFERIR-AUDITORIA-EXIT.
003140     PERFORM 3500-CONFERIR-RESUMOS
003150         THRU 3500-CONFERIR-RESUMOS-EXIT.
003160     PERFORM 4000-AVALIAR-DEPENDENCIAS
003170         THRU 4000-AVALIAR-DEPENDENCIAS-EXIT.
003180     PERFORM 9000-ENCERRAR
003190         THRU 9000-ENCERRAR-EXIT.
003200     IF WRK-CTR-PENDENTES > ZEROS
003210         DISPLAY 'CYCLDEPG: CICLO ' WRK-CHAVE-RESTART ' DE '
003220             WRK-DATA-CICLO ' - PASSO RETIDO POR PREDECESSOR'
003230             ' PENDENTE'
003240         MOVE 08 TO RETURN-CODE
003250     ELSE
003260         DISPLAY 'CYCLDEPG: CICLO ' WRK-CHAVE-RESTART ' DE '
003270             WRK-DATA-CICLO ' - PREDECESSORES SATISFEITOS'
003280     END-IF.
003290     GO TO 9999-FIM.
003300 0000-MAINLINE-EXIT.
003310     EXIT.
003320*****************************************************************
003330* 0500-OBTER-PARAMETROS                                        *
003340*     LE, QUANDO PRESENTE, O CARTAO DE PARAMETROS (SYSIN) COM O *
003350*     CICLO E O PASSO DEPENDENTES. NA AUSENCIA DO CARTAO OU DO  *
003360*     DD SYSIN, PERMANECE O CICLO HISTORICO CICLO001 COM TODAS  *
003370*     AS SUAS REGRAS.                                           *
003380*****************************************************************
003390 0500-OBTER-PARAMETROS.
003400     OPEN INPUT PARM-CARD.
003410     IF FS-PARM-OK
003420         READ PARM-CARD
003430             AT END
003440                 CONTINUE
003450         END-READ
003460         IF FS-PARM-OK
003470             IF PARM-ID-CICLO NOT = SPACES
003480                 MOVE PARM-ID-CICLO TO WRK-CHAVE-RESTART
003490             END-IF
003500             MOVE PARM-PASSO TO WRK-PASSO-DEPENDENTE
003510         END-IF
003520         CLOSE PARM-CARD
003530     END-IF.
003540 0500-OBTER-PARAMETROS-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1000-OBTER-DATA-CICLO                                        *
003580*     LE O CHECKPOINT DO CICLO DEPENDENTE E MONTA A DATA-BASE   *
003590*     EM WRK-DATA-CICLO (ZEROS QUANDO NAO HA CICLO ABERTO).     *
003600*****************************************************************
003610 1000-OBTER-DATA-CICLO.
003620     OPEN INPUT RESTART-CTL.
003630     IF FS-RESTART-ARQ-INEXISTENTE
003640         GO TO 1000-OBTER-DATA-CICLO-EXIT
003650     END-IF.
003660     MOVE WRK-CHAVE-RESTART TO RCTL-CHAVE.
003670     READ RESTART-CTL
003680         INVALID KEY
003690             CLOSE RESTART-CTL
003700             GO TO 1000-OBTER-DATA-CICLO-EXIT
003710     END-READ.
003720     IF FS-RESTART-OK
003730         COMPUTE WRK-DATA-CICLO = (RCTL-ANO-CICLO * 10000)
003740             + (RCTL-MES-CICLO * 100) + RCTL-DIA-CICLO
003750     END-IF.
003760     CLOSE RESTART-CTL.
003770 1000-OBTER-DATA-CICLO-EXIT.
003780     EXIT.
003790*****************************************************************
003800* 2000-CARREGAR-REGRAS                                         *
003810*     CARREGA NA TABELA AS REGRAS DO ARQUIVO DE DEPENDENCIAS    *
003820*     CUJO CICLO DEPENDENTE E O DO CARTAO DE PARAMETROS (E,     *
003830*     QUANDO INFORMADO, CUJO PASSO DEPENDENTE E O DO CARTAO),   *
003840*     TODAS INICIALMENTE PENDENTES.                             *
003850*****************************************************************
003860 2000-CARREGAR-REGRAS.
003870     OPEN INPUT DEPEND-FILE.
003880     IF NOT FS-DEPEND-OK
003890         GO TO 2000-CARREGAR-REGRAS-EXIT
003900     END-IF.
003910     SET DEPENDENCIAS-DISPONIVEIS TO TRUE.
003920     PERFORM 2100-LER-REGRA
003930         THRU 2100-LER-REGRA-EXIT.
003940     PERFORM 2200-GUARDAR-REGRA
003950         THRU 2200-GUARDAR-REGRA-EXIT
003960         UNTIL FIM-DEPENDENCIAS.
003970     CLOSE DEPEND-FILE.
003980 2000-CARREGAR-REGRAS-EXIT.
003990     EXIT.
004000*****************************************************************
004010* 2100-LER-REGRA                                               *
004020*     LE O PROXIMO CARTAO DO ARQUIVO DE DEPENDENCIAS.           *
004030*****************************************************************
004040 2100-LER-REGRA.
004050     READ DEPEND-FILE
004060         AT END
004070             SET FIM-DEPENDENCIAS TO TRUE
004080     END-READ.
004090 2100-LER-REGRA-EXIT.
004100     EXIT.
004110*****************************************************************
004120* 2200-GUARDAR-REGRA                                           *
004130*     GUARDA A REGRA LIDA QUANDO SE APLICA AO CICLO E PASSO     *
004140*     DEPENDENTES. CARTOES EM BRANCO SAO IGNORADOS; CARTOES     *
004150*     SEM PASSO DEPENDENTE OU SEM CICLO PREDECESSOR SAO         *
004160*     IGNORADOS COM AVISO.                                      *
004170*****************************************************************
004180 2200-GUARDAR-REGRA.
004190     IF DEPEND-REG = SPACES
004200         GO TO 2200-LER-PROXIMO
004210     END-IF.
004220     ADD 1 TO WRK-CTR-LIDAS.
004230     IF DEPN-CICLO-DEP = SPACES OR DEPN-PASSO-DEP = SPACES
004240             OR DEPN-CICLO-PRED = SPACES
004250         DISPLAY 'CYCLDEPG: REGRA INCOMPLETA IGNORADA: '
004260             DEPEND-REG
004270         GO TO 2200-LER-PROXIMO
004280     END-IF.
004290     IF DEPN-CICLO-DEP NOT = WRK-CHAVE-RESTART
004300         GO TO 2200-LER-PROXIMO
004310     END-IF.
004320     IF WRK-PASSO-DEPENDENTE NOT = SPACES
004330             AND DEPN-PASSO-DEP NOT = WRK-PASSO-DEPENDENTE
004340         GO TO 2200-LER-PROXIMO
004350     END-IF.
004360     IF WRK-QTD-REGRAS >= WRK-MAX-REGRAS
004370         DISPLAY 'CYCLDEPG: TABELA DE REGRAS ESGOTADA - '
004380             'REGRA IGNORADA: ' DEPEND-REG
004390         GO TO 2200-LER-PROXIMO
004400     END-IF.
004410     ADD 1 TO WRK-QTD-REGRAS.
004420     MOVE DEPN-PASSO-DEP  TO WRK-REGRA-PASSO-DEP(WRK-QTD-REGRAS).
004430     MOVE DEPN-CICLO-PRED TO WRK-REGRA-CICLO-PRED(WRK-QTD-REGRAS).
004440     MOVE DEPN-PASSO-PRED TO WRK-REGRA-PASSO-PRED(WRK-QTD-REGRAS).
004450     MOVE 'N'    TO WRK-REGRA-SW(WRK-QTD-REGRAS).
004460     MOVE SPACES TO WRK-REGRA-ORIGEM(WRK-QTD-REGRAS).
004470     MOVE ZEROS  TO WRK-REGRA-HORA(WRK-QTD-REGRAS).
004480 2200-LER-PROXIMO.
004490     PERFORM 2100-LER-REGRA
004500         THRU 2100-LER-REGRA-EXIT.
004510 2200-GUARDAR-REGRA-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 3000-CONFERIR-AUDITORIA                                      *
004550*     PERCORRE A TRILHA DE AUDITORIA MARCANDO COMO SATISFEITAS  *
004560*     AS REGRAS CUJO PASSO PREDECESSOR REGISTROU EXECUCAO NO    *
004570*     CICLO PREDECESSOR PARA A DATA-BASE DO CICLO DEPENDENTE.   *
004580*****************************************************************
004590 3000-CONFERIR-AUDITORIA.
004600     OPEN INPUT AUDIT-LOG.
004610     IF FS-AUDIT-ARQ-INEXISTENTE
004620         DISPLAY 'CYCLDEPG: TRILHA DE AUDITORIA INDISPONIVEL'
004630         GO TO 3000-CONFERIR-AUDITORIA-EXIT
004640     END-IF.
004650     PERFORM 3900-LER-AUDITORIA
004660         THRU 3900-LER-AUDITORIA-EXIT.
004670     PERFORM 3100-EXAMINAR-EXECUCAO
004680         THRU 3100-EXAMINAR-EXECUCAO-EXIT
004690         UNTIL FIM-AUDITORIA.
004700     CLOSE AUDIT-LOG.
004710 3000-CONFERIR-AUDITORIA-EXIT.
004720     EXIT.
004730*****************************************************************
004740* 3100-EXAMINAR-EXECUCAO                                       *
004750*     EXAMINA UM REGISTRO DA TRILHA: QUANDO A DATA DE           *
004760*     PROCESSAMENTO E A DATA-BASE DO CICLO DEPENDENTE, CONFERE  *
004770*     O PROGRAMA E O CICLO DO REGISTRO COM OS PREDECESSORES DAS *
004780*     REGRAS.                                                   *
004790*****************************************************************
004800 3100-EXAMINAR-EXECUCAO.
004810     COMPUTE WRK-DATA-REGISTRO = (AUDIT-ANO-SISTEMA * 10000)
004820         + (AUDIT-MES-SISTEMA * 100) + AUDIT-DIA-SISTEMA.
004830     IF WRK-DATA-REGISTRO NOT = WRK-DATA-CICLO
004840         GO TO 3100-LER-PROXIMO
004850     END-IF.
004860     DIVIDE AUDIT-HORA-EXECUCAO BY 10000
004870         GIVING WRK-HORA-REGISTRO.
004880     PERFORM 3200-MARCAR-REGRA
004890         THRU 3200-MARCAR-REGRA-EXIT
004900         VARYING WRK-IDX FROM 1 BY 1
004910         UNTIL WRK-IDX > WRK-QTD-REGRAS.
004920 3100-LER-PROXIMO.
004930     PERFORM 3900-LER-AUDITORIA
004940         THRU 3900-LER-AUDITORIA-EXIT.
004950 3100-EXAMINAR-EXECUCAO-EXIT.
004960     EXIT.
004970*****************************************************************
004980* 3200-MARCAR-REGRA                                            *
004990*     MARCA COMO SATISFEITA A REGRA CUJO PASSO PREDECESSOR      *
005000*     CONFERE COM O PROGRAMA DO REGISTRO DE AUDITORIA E CUJO    *
005010*     CICLO PREDECESSOR E O DO REGISTRO (REGISTROS ANTERIORES A *
005020*     IDENTIFICACAO DE CICLO, COM O CAMPO EM BRANCO, SAO        *
005030*     ACEITOS PARA QUALQUER CICLO), GUARDANDO O HORARIO.        *
005040*****************************************************************
005050 3200-MARCAR-REGRA.
005060     IF WRK-REGRA-PASSO-PRED(WRK-IDX) = SPACES
005070             OR WRK-REGRA-PASSO-PRED(WRK-IDX) NOT = AUDIT-PROGRAMA
005080         GO TO 3200-MARCAR-REGRA-EXIT
005090     END-IF.
005100     IF AUDIT-ID-CICLO NOT = WRK-REGRA-CICLO-PRED(WRK-IDX)
005110             AND AUDIT-ID-CICLO NOT = SPACES
005120         GO TO 3200-MARCAR-REGRA-EXIT
005130     END-IF.
005140     MOVE 'S' TO WRK-REGRA-SW(WRK-IDX).
005150     MOVE 'T' TO WRK-REGRA-ORIGEM(WRK-IDX).
005160     MOVE WRK-HORA-REGISTRO TO WRK-REGRA-HORA(WRK-IDX).
005170 3200-MARCAR-REGRA-EXIT.
005180     EXIT.
005190*****************************************************************
005200* 3500-CONFERIR-RESUMOS                                        *
005210*     PERCORRE O ARQUIVO DE RESUMOS DE CICLOS ENCERRADOS,       *
005220*     MARCANDO COMO SATISFEITAS AS REGRAS AINDA PENDENTES CUJO  *
005230*     CICLO PREDECESSOR FOI ENCERRADO NA DATA-BASE DO CICLO     *
005240*     DEPENDENTE. SEM O ARQUIVO (NENHUM CICLO ENCERRADO AINDA), *
005250*     VALE SOMENTE A TRILHA.                                    *
005260*****************************************************************
005270 3500-CONFERIR-RESUMOS.
005280     OPEN INPUT CYCLE-SUMMARY.
005290     IF NOT FS-CYCLSUM-OK
005300         GO TO 3500-CONFERIR-RESUMOS-EXIT
005310     END-IF.
005320     PERFORM 3950-LER-RESUMO
005330         THRU 3950-LER-RESUMO-EXIT.
005340     PERFORM 3600-EXAMINAR-RESUMO
005350         THRU 3600-EXAMINAR-RESUMO-EXIT
005360         UNTIL FIM-RESUMOS.
005370     CLOSE CYCLE-SUMMARY.
005380 3500-CONFERIR-RESUMOS-EXIT.
005390     EXIT.
005400*****************************************************************
005410* 3600-EXAMINAR-RESUMO                                         *
005420*     EXAMINA UM REGISTRO-RESUMO: QUANDO O CICLO FOI ENCERRADO  *
005430*     NA DATA-BASE DO CICLO DEPENDENTE, CONFERE-O COM OS        *
005440*     CICLOS PREDECESSORES DAS REGRAS.                          *
005450*****************************************************************
005460 3600-EXAMINAR-RESUMO.
005470     IF CYCL-DATA-CICLO NOT = WRK-DATA-CICLO
005480         GO TO 3600-LER-PROXIMO
005490     END-IF.
005500     PERFORM 3700-MARCAR-CICLO-ENCERRADO
005510         THRU 3700-MARCAR-CICLO-ENCERRADO-EXIT
005520         VARYING WRK-IDX FROM 1 BY 1
005530         UNTIL WRK-IDX > WRK-QTD-REGRAS.
005540 3600-LER-PROXIMO.
005550     PERFORM 3950-LER-RESUMO
005560         THRU 3950-LER-RESUMO-EXIT.
005570 3600-EXAMINAR-RESUMO-EXIT.
005580     EXIT.
005590*****************************************************************
005600* 3700-MARCAR-CICLO-ENCERRADO                                  *
005610*     MARCA COMO SATISFEITA A REGRA PENDENTE CUJO CICLO         *
005620*     PREDECESSOR E O DO REGISTRO-RESUMO CORRENTE.              *
005630*****************************************************************
005640 3700-MARCAR-CICLO-ENCERRADO.
005650     IF REGRA-PENDENTE(WRK-IDX)
005660             AND WRK-REGRA-CICLO-PRED(WRK-IDX) = CYCL-ID-CICLO
005670         MOVE 'S' TO WRK-REGRA-SW(WRK-IDX)
005680         MOVE 'R' TO WRK-REGRA-ORIGEM(WRK-IDX)
005690     END-IF.
005700 3700-MARCAR-CICLO-ENCERRADO-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 3900-LER-AUDITORIA                                           *
005740*     LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.             *
005750*****************************************************************
005760 3900-LER-AUDITORIA.
005770     READ AUDIT-LOG
005780         AT END
005790             SET FIM-AUDITORIA TO TRUE
005800     END-READ.
005810 3900-LER-AUDITORIA-EXIT.
005820     EXIT.
005830*****************************************************************
005840* 3950-LER-RESUMO                                              *
005850*     LE O PROXIMO REGISTRO DO ARQUIVO DE RESUMOS DE CICLO.     *
005860*****************************************************************
005870 3950-LER-RESUMO.
005880     READ CYCLE-SUMMARY
005890         AT END
005900             SET FIM-RESUMOS TO TRUE
005910     END-READ.
005920 3950-LER-RESUMO-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 4000-AVALIAR-DEPENDENCIAS                                    *
005960*     ABRE O RELATORIO E IMPRIME A SITUACAO DE CADA REGRA DO    *
005970*     CICLO DEPENDENTE, COM OS TOTAIS AO FINAL.                 *
005980*****************************************************************
005990 4000-AVALIAR-DEPENDENCIAS.
006000     OPEN OUTPUT DEPGRPT.
006010     MOVE SPACES TO WRK-TIT-TEXTO.
006020     IF WRK-PASSO-DEPENDENTE = SPACES
006030         MOVE 'PREDECESSORES DE TODOS OS PASSOS DO CICLO'
006040             TO WRK-TIT-TEXTO
006050     ELSE
006060         STRING 'PREDECESSORES DO PASSO ' DELIMITED BY SIZE
006070                WRK-PASSO-DEPENDENTE      DELIMITED BY SPACE
006080             INTO WRK-TIT-TEXTO
006090     END-IF.
006100     PERFORM 8700-IMPRIMIR-TITULO
006110         THRU 8700-IMPRIMIR-TITULO-EXIT.
006120     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006130     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
006140         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
006150     PERFORM 4100-AVALIAR-REGRA
006160         THRU 4100-AVALIAR-REGRA-EXIT
006170         VARYING WRK-IDX FROM 1 BY 1
006180         UNTIL WRK-IDX > WRK-QTD-REGRAS.
006190     PERFORM 8000-IMPRIMIR-TOTAIS
006200         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
006210 4000-AVALIAR-DEPENDENCIAS-EXIT.
006220     EXIT.
006230*****************************************************************
006240* 4100-AVALIAR-REGRA                                           *
006250*     IMPRIME A SITUACAO DA REGRA WRK-IDX: SATISFEITA (COM A    *
006260*     EVIDENCIA - EXECUCAO NA TRILHA OU CICLO ENCERRADO) OU     *
006270*     PENDENTE, RELACIONANDO NO CONSOLE OS PREDECESSORES AINDA  *
006280*     PENDENTES.                                                *
006290*****************************************************************
006300 4100-AVALIAR-REGRA.
006310     MOVE WRK-REGRA-PASSO-DEP(WRK-IDX)  TO WRK-DEP-PASSO.
006320     MOVE WRK-REGRA-CICLO-PRED(WRK-IDX) TO WRK-DEP-CICLO-PRED.
006330     IF WRK-REGRA-PASSO-PRED(WRK-IDX) = SPACES
006340         MOVE '(CICLO ENCERRADO)' TO WRK-DEP-PASSO-PRED
006350     ELSE
006360         MOVE WRK-REGRA-PASSO-PRED(WRK-IDX) TO WRK-DEP-PASSO-PRED
006370     END-IF.
006380     MOVE SPACES TO WRK-DEP-EVIDENCIA.
006390     IF REGRA-PENDENTE(WRK-IDX)
006400         ADD 1 TO WRK-CTR-PENDENTES
006410         MOVE 'PENDENTE' TO WRK-DEP-SITUACAO
006420         DISPLAY 'CYCLDEPG: PREDECESSOR PENDENTE: '
006430             WRK-REGRA-CICLO-PRED(WRK-IDX) ' '
006440             WRK-DEP-PASSO-PRED
006450         GO TO 4100-IMPRIMIR
006460     END-IF.
006470     ADD 1 TO WRK-CTR-SATISFEITAS.
006480     MOVE 'SATISFEITA' TO WRK-DEP-SITUACAO.
006490     IF ORIGEM-RESUMO(WRK-IDX)
006500         MOVE 'CICLO PREDECESSOR ENCERRADO' TO WRK-DEP-EVIDENCIA
006510     ELSE
006520         MOVE WRK-REGRA-HORA(WRK-IDX) TO WRK-HORA-DESMEM
006530         PERFORM 8600-EDITAR-HORA
006540             THRU 8600-EDITAR-HORA-EXIT
006550         STRING 'EXECUTADO NA TRILHA AS ' DELIMITED BY SIZE
006560                WRK-HORA-EDITADA          DELIMITED BY SIZE
006570             INTO WRK-DEP-EVIDENCIA
006580     END-IF.
006590 4100-IMPRIMIR.
006600     MOVE WRK-LINHA-REGRA TO WRK-LINHA-SAIDA.
006610     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
006620         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
006630 4100-AVALIAR-REGRA-EXIT.
006640     EXIT.
006650*****************************************************************
006660* 8000-IMPRIMIR-TOTAIS                                         *
006670*     IMPRIME O QUADRO DE TOTAIS DO PORTAO E A DECISAO FINAL.   *
006680*****************************************************************
006690 8000-IMPRIMIR-TOTAIS.
006700     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006710     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
006720         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
006730     MOVE 'REGRAS LIDAS NO ARQUIVO DE DEPENDENCIAS:'
006740         TO WRK-TOT-TEXTO.
006750     MOVE WRK-CTR-LIDAS TO WRK-TOT-VALOR.
006760     PERFORM 8800-GRAVAR-LINHA-TOTAL
006770         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006780     MOVE 'REGRAS APLICAVEIS AO CICLO/PASSO:' TO WRK-TOT-TEXTO.
006790     MOVE WRK-QTD-REGRAS TO WRK-TOT-VALOR.
006800     PERFORM 8800-GRAVAR-LINHA-TOTAL
006810         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006820     MOVE 'PREDECESSORES SATISFEITOS:' TO WRK-TOT-TEXTO.
006830     MOVE WRK-CTR-SATISFEITAS TO WRK-TOT-VALOR.
006840     PERFORM 8800-GRAVAR-LINHA-TOTAL
006850         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006860     MOVE 'PREDECESSORES PENDENTES:' TO WRK-TOT-TEXTO.
006870     MOVE WRK-CTR-PENDENTES TO WRK-TOT-VALOR.
006880     PERFORM 8800-GRAVAR-LINHA-TOTAL
006890         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
006900     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
006910     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
006920         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
006930     IF WRK-CTR-PENDENTES > ZEROS
006940         MOVE 'DECISAO: PASSO RETIDO - AGUARDAR PREDECESSORES'
006950             TO WRK-TIT-TEXTO
006960     ELSE
006970         MOVE 'DECISAO: PASSO LIBERADO' TO WRK-TIT-TEXTO
006980     END-IF.
006990     PERFORM 8700-IMPRIMIR-TITULO
007000         THRU 8700-IMPRIMIR-TITULO-EXIT.
007010 8000-IMPRIMIR-TOTAIS-EXIT.
007020     EXIT.
007030*****************************************************************
007040* 8600-EDITAR-HORA                                             *
007050*     EDITA O HORARIO HHMM DE WRK-HORA-DESMEM COMO HH:MM EM     *
007060*     WRK-HORA-EDITADA.                                         *
007070*****************************************************************
007080 8600-EDITAR-HORA.
007090     MOVE SPACES TO WRK-HORA-EDITADA.
007100     STRING WRK-HD-HORA   DELIMITED BY SIZE
007110            ':'           DELIMITED BY SIZE
007120            WRK-HD-MINUTO DELIMITED BY SIZE
007130         INTO WRK-HORA-EDITADA.
007140 8600-EDITAR-HORA-EXIT.
007150     EXIT.
007160*****************************************************************
007170* 8700-IMPRIMIR-TITULO                                         *
007180*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
007190*     WRK-LINHA-TITULO.                                         *
007200*****************************************************************
007210 8700-IMPRIMIR-TITULO.
007220     MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA.
007230     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
007240         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
007250 8700-IMPRIMIR-TITULO-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 8800-GRAVAR-LINHA-TOTAL                                      *
007290*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
007300*     WRK-LINHA-TOTAL.                                          *
007310*****************************************************************
007320 8800-GRAVAR-LINHA-TOTAL.
007330     MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
007340     PERFORM 8900-GRAVAR-LINHA-DEPGRPT
007350         THRU 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
007360 8800-GRAVAR-LINHA-TOTAL-EXIT.
007370     EXIT.
007380*****************************************************************
007390* 8850-IMPRIMIR-CABECALHO                                      *
007400*     AVANCA DE PAGINA E IMPRIME O CABECALHO DE EMPRESA,        *
007410*     PROGRAMA, DATA-BASE E CICLO DEPENDENTE NO TOPO DA NOVA    *
007420*     PAGINA.                                                   *
007430*****************************************************************
007440 8850-IMPRIMIR-CABECALHO.
007450     ADD 1 TO WRK-NUM-PAGINA.
007460     MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.
007470     MOVE WRK-DATA-CICLO TO WRK-CAB-DATA-EXEC.
007480     MOVE WRK-CHAVE-RESTART TO WRK-CAB-ID-CICLO.
007490     WRITE DEPGRPT-LINE FROM WRK-CAB-RELATORIO-1.
007500     WRITE DEPGRPT-LINE FROM WRK-CAB-RELATORIO-2.
007510     WRITE DEPGRPT-LINE FROM WRK-CAB-RELATORIO-3.
007520     MOVE 3 TO WRK-NUM-LINHA.
007530 8850-IMPRIMIR-CABECALHO-EXIT.
007540     EXIT.
007550*****************************************************************
007560* 8900-GRAVAR-LINHA-DEPGRPT                                    *
007570*     GRAVA WRK-LINHA-SAIDA NO RELATORIO, EMITINDO UM NOVO      *
007580*     CABECALHO DE PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. *
007590*****************************************************************
007600 8900-GRAVAR-LINHA-DEPGRPT.
007610     IF WRK-NUM-LINHA = ZEROS OR
007620             WRK-NUM-LINHA >= WRK-MAX-LINHAS-PAGINA
007630         PERFORM 8850-IMPRIMIR-CABECALHO
007640             THRU 8850-IMPRIMIR-CABECALHO-EXIT
007650     END-IF.
007660     WRITE DEPGRPT-LINE FROM WRK-LINHA-SAIDA.
007670     ADD 1 TO WRK-NUM-LINHA.
007680 8900-GRAVAR-LINHA-DEPGRPT-EXIT.
007690     EXIT.
007700*****************************************************************
007710* 9000-ENCERRAR                                                *
007720*     ENCERRA O RELATORIO DO PORTAO DE DEPENDENCIA.             *
007730*****************************************************************
007740 9000-ENCERRAR.
007750     CLOSE DEPGRPT.
007760 9000-ENCERRAR-EXIT.
007770     EXIT.
007780*****************************************************************
007790* 9999-FIM                                                     *
007800*****************************************************************
007810 9999-FIM.
007820     STOP RUN.
