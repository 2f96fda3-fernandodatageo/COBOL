000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STEPGATE.
000030 AUTHOR.        LUIS FERNANDO LAZANHA.
000040 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: SUBPROGRAMA DE CONTROLE DE REINICIO POR PASSO,
000100* CHAMADO PELOS PASSOS DO FLUXO DE BATCH NO INICIO E NO FIM DE
000110* CADA EXECUCAO ATRAVES DA AREA DE REQUISICAO/RESPOSTA DO
000120* COPYBOOK STEPGATC:
000130*     CALL 'STEPGATE' USING STEPGATE-AREA
000140* MANTEM O ARQUIVO DE CONCLUSAO DE PASSOS (STEP-CTL, CHAVE =
000150* CICLO + DATA-BASE + PROGRAMA). NO INICIO DO PASSO, QUANDO O
000160* PASSO JA CONSTA COMO CONCLUIDO PARA A DATA-BASE DO CICLO
000170* (LIDA NO CHECKPOINT RESTART-CTL), DEVOLVE A ACAO PULAR E O
000180* PASSO ENCERRA SEM REPROCESSAR - ATE HOJE, NO REINICIO DE UM
000190* CICLO INTERROMPIDO, TODOS OS PASSOS ERAM EXECUTADOS DE NOVO.
000200* O ARQUIVO OPCIONAL DE CARTOES DE REEXECUCAO FORCADA (STEPOVR:
000210* CICLO, PROGRAMA E, OPCIONALMENTE, DATA-BASE) LIBERA A
000220* REEXECUCAO DE UM PASSO JA CONCLUIDO. NO FIM DO PASSO REGISTRA
000230* A CONCLUSAO. AS ENTRADAS DO CICLO SAO ELIMINADAS PELO
000240* PROGRAMA CYCLCLOS NO ENCERRAMENTO DO CICLO E ACOMPANHADAS
000250* PELO PROGRAMA CYCLMON. O ARQUIVO DE CONCLUSAO E OS CARTOES
000260* SAO ABERTOS NA PRIMEIRA CHAMADA E MANTIDOS ENTRE AS CHAMADAS
000270* DA MESMA EXECUCAO.
000280*
000290* HISTORICO DE ALTERACOES
000300* DATA       AUTOR   DESCRICAO
000310* ---------- ------- ------------------------------------------
000320* 15/10/2026 LFL     VERSAO ORIGINAL.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STEP-CTL ASSIGN TO STEPCTL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS STPC-CHAVE
000420         FILE STATUS IS WRK-FS-STEPCTL.
000430     SELECT RESTART-CTL ASSIGN TO RESTARTF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RCTL-CHAVE
000470         FILE STATUS IS WRK-FS-RESTART.
000480     SELECT OPTIONAL OVERRIDE-CARD ASSIGN TO STEPOVR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-FS-OVR.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*****************************************************************
000540* STEP-CTL - CONCLUSAO DE PASSOS DO CICLO, CHAVEADO POR CICLO + *
000550*     DATA-BASE (AAAAMMDD) + PROGRAMA. SITUACAO I = INICIADO    *
000560*     (EM EXECUCAO OU INTERROMPIDO), C = CONCLUIDO. CONTADORES  *
000570*     DE EXECUCOES E DE PULOS E INDICADOR DE REEXECUCAO         *
000575*     FORCADA.                                                  *
000580*****************************************************************
000590 FD  STEP-CTL
000600     LABEL RECORD IS STANDARD.
000610 01  STEP-CTL-RECORD.
000620     02  STPC-CHAVE.
000630         03  STPC-ID-CICLO   PIC X(08).
000640         03  STPC-DATA-CICLO PIC 9(08).
000650         03  STPC-PROGRAMA   PIC X(20).
000660     02  STPC-SITUACAO       PIC X(01).
000670         88  STPC-INICIADO           VALUE 'I'.
000680         88  STPC-CONCLUIDO          VALUE 'C'.
000690     02  STPC-SW-FORCADO     PIC X(01).
000700         88  STPC-FORCADO            VALUE 'S'.
000710     02  STPC-QTD-EXECUCOES  PIC 9(04).
000720     02  STPC-QTD-PULOS      PIC 9(04).
000730     02  STPC-INICIO-DATA    PIC 9(08).
000740     02  STPC-INICIO-HORA    PIC 9(08).
000750     02  STPC-FIM-DATA       PIC 9(08).
000760     02  STPC-FIM-HORA       PIC 9(08).
000770*****************************************************************
000780* RESTART-CTL - CHECKPOINT DA DATA DE PROCESSAMENTO DO CICLO DE *
000790*     LOTE CORRENTE (MESMO LAYOUT DO PROGRAMA DATA-REDEFINIDA). *
000800*****************************************************************
000810 FD  RESTART-CTL
000820     LABEL RECORD IS STANDARD.
000830 01  RESTART-CTL-RECORD.
000840     02  RCTL-CHAVE          PIC X(08).
000850     02  RCTL-ANO-CICLO      PIC 9(04).
000860     02  RCTL-MES-CICLO      PIC 9(02).
000870     02  RCTL-DIA-CICLO      PIC 9(02).
000880*****************************************************************
000890* OVERRIDE-CARD - CARTOES DE REEXECUCAO FORCADA: CICLO,         *
000900*     PROGRAMA E DATA-BASE AAAAMMDD (EM BRANCO = QUALQUER       *
000905*     DATA).                                                    *
000910*****************************************************************
000920 FD  OVERRIDE-CARD
000930     LABEL RECORD IS STANDARD.
000940 01  OVERRIDE-CARD-RECORD.
000950     02  OVR-ID-CICLO        PIC X(08).
000960     02  FILLER              PIC X(01).
000970     02  OVR-PROGRAMA        PIC X(20).
000980     02  FILLER              PIC X(01).
000990     02  OVR-DATA-CICLO      PIC X(08).
001000     02  FILLER              PIC X(42).
001010 WORKING-STORAGE SECTION.
001020*****************************************************************
001030* STATUS DOS ARQUIVOS
001040*****************************************************************
001050 77  WRK-FS-STEPCTL          PIC X(02) VALUE '00'.
001060     88  FS-STEPCTL-OK               VALUE '00'.
001070     88  FS-STEPCTL-NAO-ENCONTRADO   VALUE '23'.
001080     88  FS-STEPCTL-ARQ-INEXISTENTE  VALUE '35'.
001090 77  WRK-FS-RESTART          PIC X(02) VALUE '00'.
001100     88  FS-RESTART-OK               VALUE '00'.
001110     88  FS-RESTART-NAO-ENCONTRADO   VALUE '23'.
001120     88  FS-RESTART-ARQ-INEXISTENTE  VALUE '35'.
001130 77  WRK-FS-OVR              PIC X(02) VALUE '00'.
001140     88  FS-OVR-OK                   VALUE '00'.
001150     88  FS-OVR-FIM                  VALUE '10'.
001160     88  FS-OVR-ARQ-INEXISTENTE      VALUE '35'.
001170*****************************************************************
001180* CONTROLE DE PRIMEIRA CHAMADA E DISPONIBILIDADE DO ARQUIVO DE  *
001190* CONCLUSAO DE PASSOS (ABERTO UMA UNICA VEZ POR EXECUCAO).      *
001200*****************************************************************
001210 01  WRK-SWITCHES.
001220     02  WRK-SW-PRIMEIRA     PIC X(01) VALUE 'S'.
001230         88  PRIMEIRA-CHAMADA        VALUE 'S'.
001240         88  JA-INICIALIZADO         VALUE 'N'.
001250     02  WRK-SW-CONTROLE     PIC X(01) VALUE 'N'.
001260         88  CONTROLE-DISPONIVEL     VALUE 'S'.
001270     02  WRK-SW-FIM-OVR      PIC X(01) VALUE 'N'.
001280         88  FIM-OVERRIDE            VALUE 'S'.
001290     02  WRK-SW-OVR          PIC X(01) VALUE 'N'.
001300         88  OVERRIDE-ENCONTRADO     VALUE 'S'.
001310         88  OVERRIDE-AUSENTE        VALUE 'N'.
001320*****************************************************************
001330* TABELA DE CARTOES DE REEXECUCAO FORCADA DA EXECUCAO
001340*****************************************************************
001350 01  WRK-TAB-OVERRIDE.
001360     02  WRK-OVR-ENTRADA     OCCURS 50 TIMES.
001370         03  WRK-OVR-CICLO   PIC X(08).
001380         03  WRK-OVR-PROGRAMA PIC X(20).
001390         03  WRK-OVR-DATA    PIC X(08).
001400 77  WRK-QTD-OVR             PIC 9(02) COMP VALUE ZEROS.
001410 77  WRK-MAX-OVR             PIC 9(02) COMP VALUE 50.
001420 77  WRK-IDX                 PIC 9(02) COMP.
001430*****************************************************************
001440* DATA-BASE DO CICLO (EDITADA PARA COMPARACAO COM OS CARTOES) E *
001450* CARIMBO DA CHAMADA CORRENTE                                   *
001460*****************************************************************
001470 77  WRK-DATA-CICLO          PIC 9(08) VALUE ZEROS.
001480 77  WRK-DATA-CICLO-X        PIC X(08).
001490 77  WRK-DATA-ATUAL          PIC 9(08).
001500 77  WRK-HORA-ATUAL          PIC 9(08).
001510 LINKAGE SECTION.
001520*****************************************************************
001530* AREA DE REQUISICAO/RESPOSTA DO CONTROLE DE PASSOS (COPYBOOK   *
001540* STEPGATC), RECEBIDA DO PROGRAMA CHAMADOR.                     *
001550*****************************************************************
001560     COPY STEPGATC.
001570 PROCEDURE DIVISION USING STEPGATE-AREA.
001580*****************************************************************
001590* 0000-MAINLINE                                                *
001600*****************************************************************
001610 0000-MAINLINE.
001620     IF PRIMEIRA-CHAMADA
001630         PERFORM 1000-INICIALIZAR
001640             THRU 1000-INICIALIZAR-EXIT
001650     END-IF.
001660     SET STEPGATE-RET-OK TO TRUE.
001670     SET STEPGATE-EXECUTAR TO TRUE.
001680     MOVE ZEROS TO STEPGATE-DATA-CICLO.
001690     PERFORM 1500-VALIDAR-REQUISICAO
001700         THRU 1500-VALIDAR-REQUISICAO-EXIT.
001710     IF NOT STEPGATE-RET-OK
001720         GO TO 9999-VOLTAR
001730     END-IF.
001740     PERFORM 1700-OBTER-DATA-CICLO
001750         THRU 1700-OBTER-DATA-CICLO-EXIT.
001760     IF NOT STEPGATE-RET-OK
001770         GO TO 9999-VOLTAR
001780     END-IF.
001790     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
001800     ACCEPT WRK-HORA-ATUAL FROM TIME.
001810     MOVE STEPGATE-ID-CICLO  TO STPC-ID-CICLO.
001820     MOVE WRK-DATA-CICLO     TO STPC-DATA-CICLO.
001830     MOVE STEPGATE-PROGRAMA  TO STPC-PROGRAMA.
001840     EVALUATE TRUE
001850         WHEN STEPGATE-F-INICIO
001860             PERFORM 2000-INICIO-PASSO
001870                 THRU 2000-INICIO-PASSO-EXIT
001880         WHEN STEPGATE-F-FIM
001890             PERFORM 3000-FIM-PASSO
001900                 THRU 3000-FIM-PASSO-EXIT
001910     END-EVALUATE.
001920     GO TO 9999-VOLTAR.
001930 0000-MAINLINE-EXIT.
001940     EXIT.
001950*****************************************************************
001960* 1000-INICIALIZAR                                             *
001970*     PRIMEIRA CHAMADA DA EXECUCAO: ABRE O ARQUIVO DE CONCLUSAO *
001980*     DE PASSOS, CRIANDO-O QUANDO AINDA NAO EXISTIR NO          *
001990*     AMBIENTE, E CARREGA OS CARTOES DE REEXECUCAO FORCADA.     *
002000*****************************************************************
002010 1000-INICIALIZAR.
002020     SET JA-INICIALIZADO TO TRUE.
002030     OPEN I-O STEP-CTL.
002040     IF FS-STEPCTL-ARQ-INEXISTENTE
002050         OPEN OUTPUT STEP-CTL
002060         CLOSE STEP-CTL
002070         OPEN I-O STEP-CTL
002080     END-IF.
002090     IF FS-STEPCTL-OK
002100         SET CONTROLE-DISPONIVEL TO TRUE
002110     ELSE
002120         DISPLAY 'STEPGATE: ARQUIVO DE CONCLUSAO DE PASSOS '
002130             'INDISPONIVEL - STATUS ' WRK-FS-STEPCTL
002140             ' - PASSOS SERAO EXECUTADOS'
002150     END-IF.
002160     OPEN INPUT OVERRIDE-CARD.
002170     IF NOT FS-OVR-OK
002180         GO TO 1000-INICIALIZAR-EXIT
002190     END-IF.
002200     PERFORM 1100-LER-OVERRIDE
002210         THRU 1100-LER-OVERRIDE-EXIT
002220         UNTIL FIM-OVERRIDE.
002230     CLOSE OVERRIDE-CARD.
002240 1000-INICIALIZAR-EXIT.
002250     EXIT.
002260*****************************************************************
002270* 1100-LER-OVERRIDE                                            *
002280*     CARREGA UM CARTAO DE REEXECUCAO FORCADA NA TABELA.        *
002290*     CARTOES SEM CICLO OU SEM PROGRAMA SAO IGNORADOS.          *
002300*****************************************************************
002310 1100-LER-OVERRIDE.
002320     READ OVERRIDE-CARD
002330         AT END
002340             SET FIM-OVERRIDE TO TRUE
002350             GO TO 1100-LER-OVERRIDE-EXIT
002360     END-READ.
002370     IF OVR-ID-CICLO = SPACES OR OVR-PROGRAMA = SPACES
002380         GO TO 1100-LER-OVERRIDE-EXIT
002390     END-IF.
002400     IF WRK-QTD-OVR NOT < WRK-MAX-OVR
002410         DISPLAY 'STEPGATE: LIMITE DE CARTOES DE REEXECUCAO '
002420             'ATINGIDO - IGNORADO: ' OVR-PROGRAMA
002430         GO TO 1100-LER-OVERRIDE-EXIT
002440     END-IF.
002450     ADD 1 TO WRK-QTD-OVR.
002460     MOVE OVR-ID-CICLO   TO WRK-OVR-CICLO(WRK-QTD-OVR).
002470     MOVE OVR-PROGRAMA   TO WRK-OVR-PROGRAMA(WRK-QTD-OVR).
002480     MOVE OVR-DATA-CICLO TO WRK-OVR-DATA(WRK-QTD-OVR).
002490 1100-LER-OVERRIDE-EXIT.
002500     EXIT.
002510*****************************************************************
002520* 1500-VALIDAR-REQUISICAO                                      *
002530*     VALIDA A FUNCAO SOLICITADA E OS ARGUMENTOS DE ENTRADA, E  *
002540*     A DISPONIBILIDADE DO ARQUIVO DE CONCLUSAO DE PASSOS.      *
002550*****************************************************************
002560 1500-VALIDAR-REQUISICAO.
002570     IF NOT STEPGATE-F-INICIO AND NOT STEPGATE-F-FIM
002580         SET STEPGATE-RET-FUNCAO-INVAL TO TRUE
002590         GO TO 1500-VALIDAR-REQUISICAO-EXIT
002600     END-IF.
002610     IF STEPGATE-ID-CICLO = SPACES OR STEPGATE-PROGRAMA = SPACES
002620         SET STEPGATE-RET-ARGUMENTO-INVAL TO TRUE
002630         GO TO 1500-VALIDAR-REQUISICAO-EXIT
002640     END-IF.
002650     IF NOT CONTROLE-DISPONIVEL
002660         SET STEPGATE-RET-CONTROLE-INDISP TO TRUE
002663         SET STEPGATE-EXECUTAR TO TRUE
002670     END-IF.
002680 1500-VALIDAR-REQUISICAO-EXIT.
002690     EXIT.
002700*****************************************************************
002710* 1700-OBTER-DATA-CICLO                                        *
002720*     LE O CHECKPOINT DO CICLO INFORMADO PELO CHAMADOR E MONTA  *
002730*     A DATA-BASE. SEM CHECKPOINT NAO HA DATA-BASE A CONTROLAR  *
002740*     E O PASSO E EXECUTADO.                                    *
002750*****************************************************************
002760 1700-OBTER-DATA-CICLO.
002770     MOVE ZEROS TO WRK-DATA-CICLO.
002780     OPEN INPUT RESTART-CTL.
002790     IF NOT FS-RESTART-OK
002800         SET STEPGATE-RET-SEM-CHECKPOINT TO TRUE
002810         GO TO 1700-OBTER-DATA-CICLO-EXIT
002820     END-IF.
002830     MOVE STEPGATE-ID-CICLO TO RCTL-CHAVE.
002840     READ RESTART-CTL
002850         INVALID KEY
002860             CONTINUE
002870     END-READ.
002880     IF FS-RESTART-OK
002890         COMPUTE WRK-DATA-CICLO = (RCTL-ANO-CICLO * 10000)
002900             + (RCTL-MES-CICLO * 100) + RCTL-DIA-CICLO
002910         MOVE WRK-DATA-CICLO TO STEPGATE-DATA-CICLO
002920     ELSE
002930         SET STEPGATE-RET-SEM-CHECKPOINT TO TRUE
002940     END-IF.
002950     CLOSE RESTART-CTL.
002960 1700-OBTER-DATA-CICLO-EXIT.
002970     EXIT.
002980*****************************************************************
002990* 2000-INICIO-PASSO                                            *
003000*     PASSO SEM REGISTRO NA DATA-BASE: REGISTRA O INICIO E      *
003010*     EXECUTA. PASSO INICIADO E NAO CONCLUIDO (INTERROMPIDO):   *
003020*     EXECUTA DE NOVO. PASSO CONCLUIDO: PULA, SALVO QUANDO HA   *
003030*     CARTAO DE REEXECUCAO FORCADA PARA ELE.                    *
003040*****************************************************************
003050 2000-INICIO-PASSO.
003060     READ STEP-CTL
003070         INVALID KEY
003080             PERFORM 2100-INCLUIR-PASSO
003090                 THRU 2100-INCLUIR-PASSO-EXIT
003100             GO TO 2000-INICIO-PASSO-EXIT
003110     END-READ.
003120     IF NOT FS-STEPCTL-OK
003130         SET STEPGATE-RET-CONTROLE-INDISP TO TRUE
003135         SET STEPGATE-EXECUTAR TO TRUE
003140         GO TO 2000-INICIO-PASSO-EXIT
003150     END-IF.
003160     IF STPC-CONCLUIDO
003170         PERFORM 2500-PROCURAR-OVERRIDE
003180             THRU 2500-PROCURAR-OVERRIDE-EXIT
003190         IF OVERRIDE-AUSENTE
003200             SET STEPGATE-PULAR TO TRUE
003210             ADD 1 TO STPC-QTD-PULOS
003212             PERFORM 2900-REGRAVAR-PASSO
003214                 THRU 2900-REGRAVAR-PASSO-EXIT
003216             IF STEPGATE-PULAR
003220                 DISPLAY 'STEPGATE: PASSO ' STEPGATE-PROGRAMA
003230                     ' JA CONCLUIDO EM ' WRK-DATA-CICLO
003240                     ' - EXECUCAO PULADA'
003250             END-IF
003270             GO TO 2000-INICIO-PASSO-EXIT
003280         END-IF
003290         SET STEPGATE-FORCAR TO TRUE
003300         MOVE 'S' TO STPC-SW-FORCADO
003310         DISPLAY 'STEPGATE: PASSO ' STEPGATE-PROGRAMA
003320             ' JA CONCLUIDO EM ' WRK-DATA-CICLO
003330             ' - REEXECUCAO FORCADA POR CARTAO'
003340     END-IF.
003350     SET STPC-INICIADO TO TRUE.
003360     ADD 1 TO STPC-QTD-EXECUCOES.
003370     MOVE WRK-DATA-ATUAL TO STPC-INICIO-DATA.
003380     MOVE WRK-HORA-ATUAL TO STPC-INICIO-HORA.
003390     MOVE ZEROS          TO STPC-FIM-DATA.
003400     MOVE ZEROS          TO STPC-FIM-HORA.
003410     PERFORM 2900-REGRAVAR-PASSO
003420         THRU 2900-REGRAVAR-PASSO-EXIT.
003430 2000-INICIO-PASSO-EXIT.
003440     EXIT.
003450*****************************************************************
003460* 2100-INCLUIR-PASSO                                           *
003470*     GRAVA O REGISTRO DO PASSO NA DATA-BASE COMO INICIADO.     *
003480*****************************************************************
003490 2100-INCLUIR-PASSO.
003500     MOVE STEPGATE-ID-CICLO  TO STPC-ID-CICLO.
003510     MOVE WRK-DATA-CICLO     TO STPC-DATA-CICLO.
003520     MOVE STEPGATE-PROGRAMA  TO STPC-PROGRAMA.
003530     SET STPC-INICIADO TO TRUE.
003540     MOVE 'N'            TO STPC-SW-FORCADO.
003550     MOVE 1              TO STPC-QTD-EXECUCOES.
003560     MOVE ZEROS          TO STPC-QTD-PULOS.
003570     MOVE WRK-DATA-ATUAL TO STPC-INICIO-DATA.
003580     MOVE WRK-HORA-ATUAL TO STPC-INICIO-HORA.
003590     MOVE ZEROS          TO STPC-FIM-DATA.
003600     MOVE ZEROS          TO STPC-FIM-HORA.
003610     WRITE STEP-CTL-RECORD
003620         INVALID KEY
003630             SET STEPGATE-RET-CONTROLE-INDISP TO TRUE
003635             SET STEPGATE-EXECUTAR TO TRUE
003640     END-WRITE.
003650 2100-INCLUIR-PASSO-EXIT.
003660     EXIT.
003670*****************************************************************
003680* 2500-PROCURAR-OVERRIDE                                       *
003690*     PROCURA CARTAO DE REEXECUCAO FORCADA PARA O CICLO E O     *
003700*     PROGRAMA DO CHAMADOR, NA DATA-BASE OU SEM DATA.           *
003710*****************************************************************
003720 2500-PROCURAR-OVERRIDE.
003730     SET OVERRIDE-AUSENTE TO TRUE.
003740     MOVE WRK-DATA-CICLO TO WRK-DATA-CICLO-X.
003750     PERFORM 2600-COMPARAR-OVERRIDE
003760         THRU 2600-COMPARAR-OVERRIDE-EXIT
003770         VARYING WRK-IDX FROM 1 BY 1
003780         UNTIL WRK-IDX > WRK-QTD-OVR
003790            OR OVERRIDE-ENCONTRADO.
003800 2500-PROCURAR-OVERRIDE-EXIT.
003810     EXIT.
003820*****************************************************************
003830* 2600-COMPARAR-OVERRIDE                                       *
003840*****************************************************************
003850 2600-COMPARAR-OVERRIDE.
003860     IF WRK-OVR-CICLO(WRK-IDX) = STEPGATE-ID-CICLO
003870        AND WRK-OVR-PROGRAMA(WRK-IDX) = STEPGATE-PROGRAMA
003880        AND (WRK-OVR-DATA(WRK-IDX) = SPACES
003890         OR WRK-OVR-DATA(WRK-IDX) = WRK-DATA-CICLO-X)
003900         SET OVERRIDE-ENCONTRADO TO TRUE
003910     END-IF.
003920 2600-COMPARAR-OVERRIDE-EXIT.
003930     EXIT.
003940*****************************************************************
003950* 2900-REGRAVAR-PASSO                                          *
003952*     REGRAVA O REGISTRO DO PASSO. SEM A REGRAVACAO O CONTROLE  *
003954*     NAO E CONFIAVEL: O RETORNO E 16 E A ACAO DEVOLVIDA PASSA  *
003956*     A SER EXECUTAR, MESMO QUE O PASSO FOSSE PULADO.           *
003960*****************************************************************
003970 2900-REGRAVAR-PASSO.
003980     REWRITE STEP-CTL-RECORD
003990         INVALID KEY
004000             CONTINUE
004010     END-REWRITE.
004011     IF NOT FS-STEPCTL-OK
004012         SET STEPGATE-RET-CONTROLE-INDISP TO TRUE
004013         SET STEPGATE-EXECUTAR TO TRUE
004014         DISPLAY 'STEPGATE: FALHA NA REGRAVACAO DO PASSO '
004015             STEPGATE-PROGRAMA ' - STATUS ' WRK-FS-STEPCTL
004016     END-IF.
004020 2900-REGRAVAR-PASSO-EXIT.
004030     EXIT.
004040*****************************************************************
004050* 3000-FIM-PASSO                                               *
004060*     REGISTRA A CONCLUSAO DO PASSO NA DATA-BASE DO CICLO. SEM  *
004070*     REGISTRO DE INICIO (PASSO QUE NAO CHAMOU O INICIO), O     *
004080*     REGISTRO E INCLUIDO JA CONCLUIDO.                         *
004090*****************************************************************
004100 3000-FIM-PASSO.
004110     READ STEP-CTL
004120         INVALID KEY
004130             PERFORM 2100-INCLUIR-PASSO
004140                 THRU 2100-INCLUIR-PASSO-EXIT
004150     END-READ.
004160     IF NOT FS-STEPCTL-OK
004170         SET STEPGATE-RET-CONTROLE-INDISP TO TRUE
004175         SET STEPGATE-EXECUTAR TO TRUE
004180         GO TO 3000-FIM-PASSO-EXIT
004190     END-IF.
004200     SET STPC-CONCLUIDO TO TRUE.
004210     MOVE WRK-DATA-ATUAL TO STPC-FIM-DATA.
004220     MOVE WRK-HORA-ATUAL TO STPC-FIM-HORA.
004230     PERFORM 2900-REGRAVAR-PASSO
004240         THRU 2900-REGRAVAR-PASSO-EXIT.
004250 3000-FIM-PASSO-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 9999-VOLTAR                                                  *
004290*****************************************************************
004300 9999-VOLTAR.
004310     GOBACK.
