000240* DATA       AUTOR   DESCRICAO
000250* ---------- ------- ------------------------------------------
000260* 02/09/2026 LFL     VERSAO ORIGINAL.
000261* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO PADRAO DE PERIODOS
000262*                    DECLARADO (FCAL-PADRAO, EX.: 4-4-5) NO LAYOUT
000263*                    DO CALENDARIO FISCAL, MANTIDO PELO FCALMANT.
000264* 15/10/2026 LFL     DIAS EM PERIODO DE CONGELAMENTO DE MUDANCAS
000265*                    (SUBPROGRAMA FRZCHECK, QUALQUER ESCOPO)
000266*                    RECEBEM UMA LINHA COM O PERIODO, OS ESCOPOS
000267*                    CONGELADOS E O MOTIVO, LOGO ABAIXO DA LINHA
000268*                    DA DATA.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001010         03  FCAL-PERIODO-FISCAL PIC 9(02).
001020     02  FCAL-DATA-INICIO    PIC 9(08).
001030     02  FCAL-DATA-FIM       PIC 9(08).
001031     02  FCAL-PADRAO         PIC X(03).
001040*****************************************************************
001050* PARM-CARD - CARTAO DE PARAMETROS DE ENTRADA (SYSIN): DATA DE  *
001060*     PARTIDA (AAAAMMDD, EM BRANCO OU ZEROS = DATA DO DATECTX), *
001940         88  FIM-PERIODOS            VALUE 'S'.
001950     02  WRK-SW-TAB-PER      PIC X(01) VALUE 'N'.
001960         88  TABELA-PER-CHEIA        VALUE 'S'.
001961     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'S'.
001962         88  CONGELAMENTO-CONSULTAVEL VALUE 'S'.
001963         88  CONGELAMENTO-INDISPONIVEL VALUE 'N'.
001970*****************************************************************
001980* CALENDARIOS DE FERIADOS: O NACIONAL (NAC) E CONSULTADO EM     *
001990* TODA AVALIACAO; O REGIONAL SELECIONADO (CARTAO OU DATECTX) E  *
002170     02  WRK-COR-DIA         PIC 9(02).
002180 01  WRK-DATA-CORRENTE-N REDEFINES WRK-DATA-CORRENTE
002190                             PIC 9(08).
002191*****************************************************************
002192* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
002193* PARA CADA DATA EM PROJECAO E CONTAGEM DOS DIAS CONGELADOS.    *
002194*****************************************************************
002195     COPY FRZCHKC.
002196 77  WRK-CTR-CONGELADOS      PIC 9(03) COMP VALUE ZEROS.
002200*****************************************************************
002210* TABELA DOS PERIODOS DO CALENDARIO FISCAL, CARREGADA NA        *
002220* PARTIDA PARA A MARCACAO DO ULTIMO DIA UTIL DE CADA PERIODO.   *
003190     02  FILLER              PIC X(02) VALUE SPACES.
003200     02  WRK-DTA-MARCADOR    PIC X(31).
003210     02  FILLER              PIC X(02) VALUE SPACES.
003211*****************************************************************
003212* LINHA DO DIA CONGELADO, IMPRESSA ABAIXO DA LINHA DA DATA.     *
003213* ESCOPOS: FER FERIADOS, CAL CALENDARIO ANUAL, FIS CALENDARIO   *
003214* FISCAL, EXP EXPURGO DE AUDITORIA.                             *
003215*****************************************************************
003216 01  WRK-LINHA-CONGELADO.
003217     02  FILLER              PIC X(13) VALUE SPACES.
003218     02  FILLER              PIC X(23)
003219         VALUE '** MUDANCAS CONGELADAS '.
003220     02  WRK-CGL-INICIO      PIC 9999/99/99.
003221     02  FILLER              PIC X(03) VALUE ' A '.
003222     02  WRK-CGL-FIM         PIC 9999/99/99.
003223     02  FILLER              PIC X(11) VALUE ' - ESCOPOS '.
003224     02  WRK-CGL-ESCOPOS.
003225         03  WRK-CGL-ESC-FERIADOS   PIC X(04).
003226         03  WRK-CGL-ESC-CALENDARIO PIC X(04).
003227         03  WRK-CGL-ESC-FISCAL     PIC X(04).
003228         03  WRK-CGL-ESC-EXPURGO    PIC X(04).
003229     02  FILLER              PIC X(03) VALUE ' - '.
003230     02  WRK-CGL-MOTIVO      PIC X(40).
003231     02  FILLER              PIC X(03) VALUE SPACES.
003232 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
003233 PROCEDURE DIVISION.
003240*****************************************************************
003250* 0000-MAINLINE                                                *
003260*****************************************************************
005370     MOVE WRK-LINHA-DATA TO WRK-LINHA-SAIDA.
005380     PERFORM 8900-GRAVAR-LINHA-OPSCRPT
005390         THRU 8900-GRAVAR-LINHA-OPSCRPT-EXIT.
005391     PERFORM 3800-MARCAR-CONGELAMENTO
005392         THRU 3800-MARCAR-CONGELAMENTO-EXIT.
005400     MOVE WRK-DATA-CORRENTE-N TO WRK-DATA-AVL-N.
005410     PERFORM 5100-AVANCAR-DATA-AVL
005420         THRU 5100-AVANCAR-DATA-AVL-EXIT.
006450     END-IF.
006460 3650-PROCURAR-PERIODO-EXIT.
006470     EXIT.
006471*****************************************************************
006472* 3800-MARCAR-CONGELAMENTO                                     *
006473*     CONSULTA O CALENDARIO DE CONGELAMENTO PARA A DATA EM      *
006474*     PROJECAO E, QUANDO ELA ESTIVER CONGELADA EM QUALQUER      *
006475*     ESCOPO, IMPRIME A LINHA DO DIA CONGELADO PARA O           *
006476*     PLANEJAMENTO DOS SUPERVISORES. SE A CONSULTA FALHAR, O    *
006477*     AVISO E DADO UMA SO VEZ E AS DEMAIS DATAS NAO SAO         *
006478*     CONSULTADAS.                                              *
006479*****************************************************************
006480 3800-MARCAR-CONGELAMENTO.
006481     IF CONGELAMENTO-INDISPONIVEL
006482         GO TO 3800-MARCAR-CONGELAMENTO-EXIT
006483     END-IF.
006484     SET FRZCHK-ESC-QUALQUER TO TRUE.
006485     MOVE WRK-DATA-CORRENTE-N TO FRZCHK-DATA-REF.
006486     CALL 'FRZCHECK' USING FRZCHK-AREA.
006487     IF NOT FRZCHK-RET-OK
006488         SET CONGELAMENTO-INDISPONIVEL TO TRUE
006489         DISPLAY 'AVISO: CALENDARIO DE CONGELAMENTO NAO '
006490             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
006491             ' - DIAS CONGELADOS NAO SERAO MARCADOS'
006492         GO TO 3800-MARCAR-CONGELAMENTO-EXIT
006493     END-IF.
006494     IF FRZCHK-LIBERADO
006495         GO TO 3800-MARCAR-CONGELAMENTO-EXIT
006496     END-IF.
006497     ADD 1 TO WRK-CTR-CONGELADOS.
006498     MOVE FRZCHK-DATA-INICIO TO WRK-CGL-INICIO.
006499     MOVE FRZCHK-DATA-FIM    TO WRK-CGL-FIM.
006500     MOVE SPACES TO WRK-CGL-ESCOPOS.
006501     IF FRZCHK-ESCOPOS(1:1) = 'S'
006502         MOVE 'FER' TO WRK-CGL-ESC-FERIADOS
006503     END-IF.
006504     IF FRZCHK-ESCOPOS(2:1) = 'S'
006505         MOVE 'CAL' TO WRK-CGL-ESC-CALENDARIO
006506     END-IF.
006507     IF FRZCHK-ESCOPOS(3:1) = 'S'
006508         MOVE 'FIS' TO WRK-CGL-ESC-FISCAL
006509     END-IF.
006510     IF FRZCHK-ESCOPOS(4:1) = 'S'
006511         MOVE 'EXP' TO WRK-CGL-ESC-EXPURGO
006512     END-IF.
006513     MOVE FRZCHK-MOTIVO TO WRK-CGL-MOTIVO.
006514     MOVE WRK-LINHA-CONGELADO TO WRK-LINHA-SAIDA.
006515     PERFORM 8900-GRAVAR-LINHA-OPSCRPT
006516         THRU 8900-GRAVAR-LINHA-OPSCRPT-EXIT.
006517 3800-MARCAR-CONGELAMENTO-EXIT.
006518     EXIT.
006519*****************************************************************
006520* 4400-VERIFICAR-ANO-BISSEXTO                                  *
006521*     RECEBE O ANO EM WRK-ANO-REF E LIGA DATECOPY-ANO-BISSEXTO  *
006522*     QUANDO O ANO FOR BISSEXTO, DELEGANDO O CALCULO A ROTINA   *
006523*     COMUM 4690-VERIFICAR-BISSEXTO-DATECOPY (COPYBOOK          *
006530*     DATECALC).                                                *
006540*****************************************************************
006550 4400-VERIFICAR-ANO-BISSEXTO.
008690     CLOSE OPSCRPT.
008700     DISPLAY 'OPSCHED: CALENDARIO GERADO - DATAS PROJETADAS: '
008710         WRK-CTR-PROJETADOS.
008711     IF WRK-CTR-CONGELADOS > ZEROS
008712         DISPLAY 'OPSCHED: DATAS EM PERIODO DE CONGELAMENTO DE '
008713             'MUDANCAS: ' WRK-CTR-CONGELADOS
008714     END-IF.
008720 9000-ENCERRAR-EXIT.
008730     EXIT.
008740*****************************************************************
