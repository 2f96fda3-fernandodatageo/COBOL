000300* DATA       AUTOR   DESCRICAO
000310* ---------- ------- ------------------------------------------
000320* 02/09/2026 LFL     VERSAO ORIGINAL.
000321* 15/10/2026 LFL     CADA DATA DIVERGENTE PASSA A GRAVAR TAMBEM UM
000322*                    EVENTO DE AVISO NO ARQUIVO UNICO DE ALERTAS
000323*                    (ALERTFL, COPYBOOK ALRTEVTC), CODIGO
000324*                    CALDIVER, INDICANDO SE A DATA FOI REGRAVADA
000325*                    (ACAO ATU) OU SEGUE PENDENTE.
000326* 15/10/2026 LFL     NA ACAO ATU, CONSULTA AO CALENDARIO DE
000327*                    CONGELAMENTO DE MUDANCAS (SUBPROGRAMA
000328*                    FRZCHECK, ESCOPO CALENDARIO) NA DATA DE
000329*                    PROCESSAMENTO DO DATECTX. EM PERIODO
000330*                    CONGELADO NENHUMA DATA E REGRAVADA: A
000331*                    RECONCILIACAO SAI SOMENTE COM O RELATORIO,
000332*                    AS DIVERGENCIAS FICAM RETIDAS (SITUACAO
000333*                    RETIDA NO ALERTA) E O RETURN-CODE E 12, SALVO
000334*                    COM O NUMERO DE MUDANCA EMERGENCIAL NO
000335*                    CARTAO DE PARAMETROS, IMPRESSO NO RELATORIO.
000336*                    FALHA NA CONSULTA AO CALENDARIO DE
000337*                    CONGELAMENTO E TRATADA COMO PERIODO
000338*                    CONGELADO.
000339*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000510     SELECT RECONRPT ASSIGN TO RECONRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-RECONRPT.
000531     SELECT ALERT-FILE ASSIGN TO ALERTFL
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WRK-FS-ALERTA.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000860*     ACAO (REL = SOMENTE RELATORIO, ATU = RELATORIO E REGRAVA  *
000870*     OS REGISTROS DIVERGENTES; EM BRANCO, VALE REL) E O        *
000880*     CALENDARIO REGIONAL A CONSIDERAR ALEM DO NACIONAL (O      *
000890*     MESMO USADO NA GERACAO DO CALENDAR-FILE PELO CALGEN),     *
000891*     E O NUMERO DA MUDANCA EMERGENCIAL QUE AUTORIZA A ACAO ATU *
000892*     EM PERIODO CONGELADO.                                     *
000900*****************************************************************
000910 FD  PARM-CARD
000920     LABEL RECORD IS OMITTED.
000960         88  PARM-ACAO-ATUALIZAR     VALUE 'ATU'.
000970     02  FILLER              PIC X(01).
000980     02  PARM-CALENDARIO     PIC X(03).
000990     02  FILLER              PIC X(01).
000991     02  PARM-NUM-EMERGENCIA PIC X(10).
000992     02  FILLER              PIC X(62).
001000*****************************************************************
001010* RECONRPT - RELATORIO DE DIVERGENCIAS DA RECONCILIACAO (MESMO  *
001020*     PADRAO DE CABECALHO DO RELATORIO DATERPT).                *
001050     LABEL RECORD IS OMITTED
001060     RECORD CONTAINS 132 CHARACTERS.
001070 01  RECONRPT-LINE               PIC X(132).
001071*****************************************************************
001072* ALERT-FILE - ARQUIVO UNICO DE ALERTAS DA OPERACAO, GRAVADO EM *
001073*     EXTENSAO (LAYOUT NO COPYBOOK ALRTEVTC).                   *
001074*****************************************************************
001075 FD  ALERT-FILE
001076     LABEL RECORD IS STANDARD.
001077     COPY ALRTEVTC.
001080 WORKING-STORAGE SECTION.
001090*****************************************************************
001100* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
001300     88  FS-PARM-ARQ-INEXISTENTE     VALUE '35'.
001310 77  WRK-FS-RECONRPT         PIC X(02) VALUE '00'.
001320     88  FS-RECONRPT-OK              VALUE '00'.
001321 77  WRK-FS-ALERTA           PIC X(02) VALUE '00'.
001322     88  FS-ALERTA-OK                VALUE '00'.
001323     88  FS-ALERTA-ARQ-INEXISTENTE   VALUE '35'.
001330*****************************************************************
001340* INDICADORES DE PROCESSAMENTO
001350*****************************************************************
001370     02  WRK-SW-ACAO         PIC X(01) VALUE 'R'.
001380         88  ACAO-RELATORIO          VALUE 'R'.
001390         88  ACAO-ATUALIZAR          VALUE 'A'.
001391     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'N'.
001392         88  CONGELAMENTO-LIVRE      VALUE 'N'.
001393         88  ATUALIZACAO-RECUSADA    VALUE 'R'.
001394         88  ATUALIZACAO-EMERGENCIAL VALUE 'E'.
001400     02  WRK-SW-FIM-CALEN    PIC X(01) VALUE 'N'.
001410         88  FIM-CALENDARIO          VALUE 'S'.
001420     02  WRK-SW-CALENDARIO   PIC X(01) VALUE 'N'.
002200 77  WRK-CTR-DIVERGENTES     PIC 9(07) COMP VALUE ZEROS.
002210 77  WRK-CTR-CAMPOS          PIC 9(07) COMP VALUE ZEROS.
002220 77  WRK-CTR-REGRAVADOS      PIC 9(07) COMP VALUE ZEROS.
002221*****************************************************************
002222* MONTAGEM DO EVENTO GRAVADO NO ARQUIVO UNICO DE ALERTAS        *
002223* (8500-GRAVAR-ALERTA), SEM CICLO E COM A DATA DA EXECUCAO.     *
002224*****************************************************************
002225 01  WRK-ALERTA.
002226     02  WRK-ALR-SEVERIDADE  PIC X(01).
002227     02  WRK-ALR-CODIGO      PIC X(08).
002228     02  WRK-ALR-MENSAGEM    PIC X(60).
002229     02  WRK-ALR-SITUACAO    PIC X(09).
002230     02  WRK-ALR-DATA        PIC 9(08).
002231     02  WRK-ALR-HORA        PIC 9(08).
002233*****************************************************************
002240* AREA DE TRABALHO DO RELATORIO RECONRPT
002250*****************************************************************
002260 77  WRK-DATASYS-NUM         PIC 9(08) VALUE ZEROS.
002710     02  WRK-TOT-TEXTO       PIC X(45).
002720     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
002730     02  FILLER              PIC X(79) VALUE SPACES.
002731 01  WRK-LINHA-INFO.
002732     02  FILLER              PIC X(01) VALUE SPACES.
002733     02  WRK-INF-TEXTO       PIC X(45).
002734     02  WRK-INF-VALOR       PIC X(60).
002735     02  FILLER              PIC X(26) VALUE SPACES.
002736 01  WRK-PERIODO-CONGELADO.
002737     02  WRK-PCG-INICIO      PIC 9999/99/99.
002738     02  FILLER              PIC X(03) VALUE ' A '.
002739     02  WRK-PCG-FIM         PIC 9999/99/99.
002740 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002750 77  WRK-EDIT-NUM            PIC 9(08).
002751 77  WRK-CTR-RETIDOS         PIC 9(07) COMP VALUE ZEROS.
002752*****************************************************************
002753* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
002754* E NUMERO DA MUDANCA EMERGENCIAL DO CARTAO DE PARAMETROS       *
002755*****************************************************************
002756     COPY FRZCHKC.
002757 77  WRK-NUM-EMERGENCIA      PIC X(10) VALUE SPACES.
002758 77  WRK-DATA-EDITADA        PIC 9999/99/99.
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780* 0000-MAINLINE                                                *
002800 0000-MAINLINE.
002810     PERFORM 0500-OBTER-PARAMETROS
002820         THRU 0500-OBTER-PARAMETROS-EXIT.
002821     PERFORM 0600-VERIFICAR-CONGELAMENTO
002822         THRU 0600-VERIFICAR-CONGELAMENTO-EXIT.
002830     PERFORM 1000-INICIALIZAR
002840         THRU 1000-INICIALIZAR-EXIT.
002850     IF FS-CALEN-ARQ-INEXISTENTE
002970     IF WRK-CTR-DIVERGENTES > ZEROS
002980         MOVE 04 TO RETURN-CODE
002990     END-IF.
002991     IF WRK-CTR-RETIDOS > ZEROS
002992         MOVE 12 TO RETURN-CODE
002993     END-IF.
003000     GO TO 9999-FIM.
003010 0000-MAINLINE-EXIT.
003020     EXIT.
003210             IF PARM-CALENDARIO NOT = SPACES
003220                 MOVE PARM-CALENDARIO TO WRK-ID-CALENDARIO
003230             END-IF
003231             MOVE PARM-NUM-EMERGENCIA TO WRK-NUM-EMERGENCIA
003240         END-IF
003250         CLOSE PARM-CARD
003260     END-IF.
003270 0500-OBTER-PARAMETROS-EXIT.
003280     EXIT.
003281*****************************************************************
003282* 0600-VERIFICAR-CONGELAMENTO                                  *
003283*     NA ACAO ATU, CONSULTA O CALENDARIO DE CONGELAMENTO PARA O *
003284*     ESCOPO CALENDARIO NA DATA DE PROCESSAMENTO (DATECTX). EM  *
003285*     PERIODO CONGELADO, SEM MUDANCA EMERGENCIAL NO CARTAO, A   *
003286*     ACAO PASSA A SER SOMENTE RELATORIO E AS DIVERGENCIAS      *
003287*     FICAM RETIDAS.                                            *
003288*     FALHA NA CONSULTA (RETORNO DIFERENTE DE ZERO DO FRZCHECK) *
003289*     E TRATADA COMO PERIODO CONGELADO.                         *
003290*****************************************************************
003291 0600-VERIFICAR-CONGELAMENTO.
003292     SET CONGELAMENTO-LIVRE TO TRUE.
003293     IF NOT ACAO-ATUALIZAR
003294         GO TO 0600-VERIFICAR-CONGELAMENTO-EXIT
003295     END-IF.
003296     SET FRZCHK-ESC-CALENDARIO TO TRUE.
003297     MOVE ZEROS TO FRZCHK-DATA-REF.
003298     CALL 'FRZCHECK' USING FRZCHK-AREA.
003299     IF NOT FRZCHK-RET-OK
003300         DISPLAY 'CALRECON: CALENDARIO DE CONGELAMENTO NAO '
003301             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
003302             ' - TRATADO COMO PERIODO CONGELADO'
003303         SET FRZCHK-CONGELADO TO TRUE
003304         MOVE 'CALENDARIO DE CONGELAMENTO NAO CONSULTADO'
003305             TO FRZCHK-MOTIVO
003306     END-IF.
003307     IF FRZCHK-LIBERADO
003308         GO TO 0600-VERIFICAR-CONGELAMENTO-EXIT
003309     END-IF.
003310     IF WRK-NUM-EMERGENCIA = SPACES
003311         SET ATUALIZACAO-RECUSADA TO TRUE
003312         SET ACAO-RELATORIO TO TRUE
003313         DISPLAY 'CALRECON: CALENDARIO ANUAL CONGELADO EM '
003314             FRZCHK-DATA-USADA ' - ACAO ATU RECUSADA'
003315     ELSE
003316         SET ATUALIZACAO-EMERGENCIAL TO TRUE
003317         DISPLAY 'CALRECON: REGRAVACAO EM PERIODO CONGELADO - '
003318             'MUDANCA EMERGENCIAL ' WRK-NUM-EMERGENCIA
003319     END-IF.
003320 0600-VERIFICAR-CONGELAMENTO-EXIT.
003321     EXIT.
003322*****************************************************************
003323* 1000-INICIALIZAR                                             *
003324*     ABRE O CALENDARIO DE FERIADOS, O CALENDAR-FILE (EM I-O    *
003325*     PARA A ACAO ATU, SENAO SOMENTE LEITURA) E O RELATORIO, E  *
003330*     POSICIONA O PASSEIO NA MENOR CHAVE.                       *
003340*****************************************************************
003350 1000-INICIALIZAR.
003620         MOVE 'RECONCILIACAO SOMENTE RELATORIO'
003630             TO WRK-TIT-TEXTO
003640     END-IF.
003641     IF ATUALIZACAO-RECUSADA
003642         MOVE 'RECONCILIACAO ATU RECUSADA - CALENDARIO CONGELADO'
003643             TO WRK-TIT-TEXTO
003644     END-IF.
003650     PERFORM 8700-IMPRIMIR-TITULO
003660         THRU 8700-IMPRIMIR-TITULO-EXIT.
003670     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
003680     PERFORM 8900-GRAVAR-LINHA-RECONRPT
003690         THRU 8900-GRAVAR-LINHA-RECONRPT-EXIT.
003691     IF NOT CONGELAMENTO-LIVRE
003692         PERFORM 1200-IMPRIMIR-CONGELAMENTO
003693             THRU 1200-IMPRIMIR-CONGELAMENTO-EXIT
003694     END-IF.
003700     MOVE ZEROS TO CAL-CHAVE-DATA.
003710     START CALENDAR-FILE KEY >= CAL-CHAVE-DATA
003720         INVALID KEY
003740     END-START.
003750 1000-INICIALIZAR-EXIT.
003760     EXIT.
003761*****************************************************************
003762* 1200-IMPRIMIR-CONGELAMENTO                                   *
003763*     IMPRIME O PERIODO CONGELADO, O MOTIVO E A RECUSA DA       *
003764*     REGRAVACAO OU O NUMERO DA MUDANCA EMERGENCIAL.            *
003765*****************************************************************
003766 1200-IMPRIMIR-CONGELAMENTO.
003767     MOVE 'DATA DE PROCESSAMENTO EM PERIODO CONGELADO:'
003768         TO WRK-INF-TEXTO.
003769     MOVE FRZCHK-DATA-USADA TO WRK-DATA-EDITADA.
003770     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
003771     PERFORM 8750-GRAVAR-LINHA-INFO
003772         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
003773     MOVE 'PERIODO CONGELADO:' TO WRK-INF-TEXTO.
003774     MOVE FRZCHK-DATA-INICIO TO WRK-PCG-INICIO.
003775     MOVE FRZCHK-DATA-FIM    TO WRK-PCG-FIM.
003776     MOVE WRK-PERIODO-CONGELADO TO WRK-INF-VALOR.
003777     PERFORM 8750-GRAVAR-LINHA-INFO
003778         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
003779     MOVE 'MOTIVO DO CONGELAMENTO:' TO WRK-INF-TEXTO.
003780     MOVE FRZCHK-MOTIVO TO WRK-INF-VALOR.
003781     PERFORM 8750-GRAVAR-LINHA-INFO
003782         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
003783     IF ATUALIZACAO-RECUSADA
003784         MOVE 'REGRAVACAO RECUSADA - DIVERGENCIAS RETIDAS'
003785             TO WRK-INF-TEXTO
003786         MOVE SPACES TO WRK-INF-VALOR
003787     ELSE
003788         MOVE 'MUDANCA EMERGENCIAL:' TO WRK-INF-TEXTO
003789         MOVE WRK-NUM-EMERGENCIA TO WRK-INF-VALOR
003790     END-IF.
003791     PERFORM 8750-GRAVAR-LINHA-INFO
003792         THRU 8750-GRAVAR-LINHA-INFO-EXIT.
003793     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
003794     PERFORM 8900-GRAVAR-LINHA-RECONRPT
003795         THRU 8900-GRAVAR-LINHA-RECONRPT-EXIT.
003796 1200-IMPRIMIR-CONGELAMENTO-EXIT.
003797     EXIT.
003798*****************************************************************
003799* 2000-CONFERIR-DATA                                           *
003800*     LE O PROXIMO REGISTRO DO CALENDAR-FILE, RECALCULA OS      *
003801*     VALORES ESPERADOS PELO HOLIDAY-FILE ATUAL, RELACIONA AS   *
003810*     DIVERGENCIAS CAMPO A CAMPO E, NA ACAO ATU, REGRAVA O      *
003820*     REGISTRO COM OS VALORES CORRETOS.                         *
003821*     CADA DATA DIVERGENTE GERA UM EVENTO NO ARQUIVO DE         *
003822*     ALERTAS.                                                  *
003830*****************************************************************
003840 2000-CONFERIR-DATA.
003850     READ CALENDAR-FILE NEXT
003990         THRU 3000-COMPARAR-REGISTRO-EXIT.
004000     IF REGISTRO-DIVERGENTE
004010         ADD 1 TO WRK-CTR-DIVERGENTES
004011         IF ATUALIZACAO-RECUSADA
004012             ADD 1 TO WRK-CTR-RETIDOS
004013         END-IF
004020         IF ACAO-ATUALIZAR
004030             PERFORM 3500-REGRAVAR-REGISTRO
004040                 THRU 3500-REGRAVAR-REGISTRO-EXIT
004050         END-IF
004051         MOVE 'PENDENTE' TO WRK-ALR-SITUACAO
004052         IF ATUALIZACAO-RECUSADA
004053             MOVE 'RETIDA' TO WRK-ALR-SITUACAO
004054         END-IF
004055         IF ACAO-ATUALIZAR AND FS-CALEN-OK
004056             MOVE 'REGRAVADA' TO WRK-ALR-SITUACAO
004057         END-IF
004058         MOVE 'A' TO WRK-ALR-SEVERIDADE
004059         MOVE 'CALDIVER' TO WRK-ALR-CODIGO
004060         MOVE SPACES TO WRK-ALR-MENSAGEM
004061         STRING 'DATA '                    DELIMITED BY SIZE
004062                CAL-CHAVE-DATA             DELIMITED BY SIZE
004063                ' DIVERGE DOS FERIADOS NAC ' DELIMITED BY SIZE
004064                WRK-ID-CALENDARIO          DELIMITED BY SIZE
004065                ' - '                      DELIMITED BY SIZE
004066                WRK-ALR-SITUACAO           DELIMITED BY SIZE
004067             INTO WRK-ALR-MENSAGEM
004068         PERFORM 8500-GRAVAR-ALERTA
004069             THRU 8500-GRAVAR-ALERTA-EXIT
004070     END-IF.
004071 2000-CONFERIR-DATA-EXIT.
004080     EXIT.
004090*****************************************************************
004100* 2500-CALCULAR-ESPERADOS                                      *
007580     MOVE WRK-CTR-REGRAVADOS TO WRK-TOT-VALOR.
007590     PERFORM 8800-GRAVAR-LINHA-TOTAL
007600         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
007601     MOVE 'DATAS RETIDAS POR CONGELAMENTO:' TO WRK-TOT-TEXTO.
007602     MOVE WRK-CTR-RETIDOS TO WRK-TOT-VALOR.
007603     PERFORM 8800-GRAVAR-LINHA-TOTAL
007604         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
007610 8000-IMPRIMIR-TOTAIS-EXIT.
007620     EXIT.
007621*****************************************************************
007622* 8500-GRAVAR-ALERTA                                           *
007623*     ACRESCENTA AO ARQUIVO UNICO DE ALERTAS O EVENTO MONTADO   *
007624*     EM WRK-ALERTA, COM O CARIMBO DE DATA/HORA. O ARQUIVO E    *
007625*     CRIADO QUANDO AINDA NAO EXISTIR; A FALHA DE GRAVACAO E    *
007626*     APENAS AVISADA, SEM INTERROMPER A RECONCILIACAO.          *
007627*****************************************************************
007628 8500-GRAVAR-ALERTA.
007629     ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
007630     ACCEPT WRK-ALR-HORA FROM TIME.
007631     OPEN EXTEND ALERT-FILE.
007632     IF FS-ALERTA-ARQ-INEXISTENTE
007633         OPEN OUTPUT ALERT-FILE
007634     END-IF.
007635     IF NOT FS-ALERTA-OK
007636         DISPLAY 'CALRECON: ARQUIVO DE ALERTAS INDISPONIVEL - '
007637             'FS: ' WRK-FS-ALERTA
007638         GO TO 8500-GRAVAR-ALERTA-EXIT
007639     END-IF.
007640     MOVE SPACES TO ALERTA-REGISTRO.
007641     MOVE 'CALRECON' TO ALR-PROGRAMA.
007642     MOVE SPACES TO ALR-ID-CICLO.
007643     MOVE WRK-DATASYS-NUM TO ALR-DATA-PROCESSAMENTO.
007644     MOVE WRK-ALR-DATA TO ALR-DATA-EVENTO.
007645     MOVE WRK-ALR-HORA TO ALR-HORA-EVENTO.
007646     MOVE WRK-ALR-SEVERIDADE TO ALR-SEVERIDADE.
007647     MOVE WRK-ALR-CODIGO TO ALR-COD-EVENTO.
007648     MOVE WRK-ALR-MENSAGEM TO ALR-MENSAGEM.
007649     WRITE ALERTA-REGISTRO.
007650     CLOSE ALERT-FILE.
007651 8500-GRAVAR-ALERTA-EXIT.
007652     EXIT.
007653*****************************************************************
007654* 8700-IMPRIMIR-TITULO                                         *
007655*     GRAVA NO RELATORIO A LINHA DE TITULO MONTADA EM           *
007660*     WRK-LINHA-TITULO.                                         *
007670*****************************************************************
007680 8700-IMPRIMIR-TITULO.
007710         THRU 8900-GRAVAR-LINHA-RECONRPT-EXIT.
007720 8700-IMPRIMIR-TITULO-EXIT.
007730     EXIT.
007731*****************************************************************
007732* 8750-GRAVAR-LINHA-INFO                                       *
007733*     GRAVA NO RELATORIO A LINHA MONTADA EM WRK-LINHA-INFO.     *
007734*****************************************************************
007735 8750-GRAVAR-LINHA-INFO.
007736     MOVE WRK-LINHA-INFO TO WRK-LINHA-SAIDA.
007737     PERFORM 8900-GRAVAR-LINHA-RECONRPT
007738         THRU 8900-GRAVAR-LINHA-RECONRPT-EXIT.
007739 8750-GRAVAR-LINHA-INFO-EXIT.
007740     EXIT.
007741*****************************************************************
007750* 8800-GRAVAR-LINHA-TOTAL                                      *
007760*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
007770*     WRK-LINHA-TOTAL.                                          *
