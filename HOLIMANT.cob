000060 DATE-COMPILED.
000070*****************************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: SOLICITACAO EM LOTE DE MANUTENCAO DO CALENDARIO DE
000100* FERIADOS (HOLIDAY-FILE), SOB DUPLO CONTROLE. LE UM ARQUIVO DE
000110* CARTOES DE TRANSACAO COM OPERACOES DE INCLUSAO (INC), ALTERACAO
000120* (ALT) E EXCLUSAO (EXC), CADA UMA COM O CALENDARIO, A CHAVE DE
000130* DATA (AAAAMMDD) E A DESCRICAO DO FERIADO, E AS VALIDA CONTRA O
000140* HOLIDAY-FILE, QUE E APENAS CONSULTADO. AS TRANSACOES VALIDAS SAO
000150* GRAVADAS COMO PENDENTES (SITUACAO P) NO ARQUIVO DE PENDENCIAS
000160* (HOLIPEND), COM O SOLICITANTE DO CARTAO DE PARAMETROS, PARA
000170* APROVACAO E APLICACAO PELO PROGRAMA HOLIAPRV. AS INVALIDAS (DATA
000180* INVALIDA, INCLUSAO DUPLICADA, ALTERACAO OU EXCLUSAO DE CHAVE
000190* INEXISTENTE, OPERACAO DESCONHECIDA) VAO PARA O ARQUIVO DE
000200* REJEITADAS. O RELATORIO DE MANUTENCAO MOSTRA CADA TRANSACAO COMO
000201* PENDENTE (COM O NUMERO DA PENDENCIA), REJEITADA OU RETIDA, A
000202* CONTAGEM DE REGISTROS DO CALENDARIO E OS TOTAIS DE PENDENCIAS
000203* GRAVADAS POR OPERACAO E DE TRANSACOES REJEITADAS E RETIDAS. AS
000204* REGRAS DE VALIDACAO DE DATA SAO AS MESMAS DO PROGRAMA
000205* DATA-REDEFINIDA (MES NA FAIXA 01-12 E DIA VALIDO PARA O MES/ANO,
000206* INCLUSIVE FEVEREIRO EM ANO BISSEXTO).
000210*
000220* HISTORICO DE ALTERACOES
000230* DATA       AUTOR   DESCRICAO
000256*                    IDENTIFICADOR DO CALENDARIO A QUE O
000257*                    INC/ALT/EXC SE APLICA (EM BRANCO, VALE O
000258*                    NACIONAL NAC).
000259* 15/10/2026 LFL     CONSULTA AO CALENDARIO DE CONGELAMENTO DE
000260*                    MUDANCAS (SUBPROGRAMA FRZCHECK, ESCOPO
000261*                    FERIADOS) NA DATA DE PROCESSAMENTO DO
000262*                    DATECTX. EM PERIODO CONGELADO AS TRANSACOES
000263*                    VALIDAS SAO RETIDAS NO ARQUIVO DE
000264*                    REJEITADAS, NADA E APLICADO E O RETURN-CODE
000265*                    E 12, SALVO COM O NUMERO DE MUDANCA
000266*                    EMERGENCIAL NO NOVO CARTAO DE PARAMETROS
000267*                    (SYSIN), IMPRESSO NO RELATORIO.
000268*                    FALHA NA CONSULTA AO CALENDARIO DE
000269*                    CONGELAMENTO E TRATADA COMO PERIODO
000270*                    CONGELADO.
000271* 15/10/2026 LFL     DUPLO CONTROLE DA MANUTENCAO: AS TRANSACOES
000272*                    VALIDAS NAO SAO MAIS APLICADAS AO
000273*                    HOLIDAY-FILE (AGORA SO CONSULTADO) E SIM
000274*                    GRAVADAS COMO PENDENTES NO HOLIPEND (COPYBOOK
000275*                    HOLPENDC), COM O SOLICITANTE INFORMADO NO
000276*                    CARTAO DE PARAMETROS (COLUNAS 12-19,
000277*                    OBRIGATORIO - SEM ELE RETURN-CODE 08). A
000278*                    APLICACAO FICA COM A EXECUCAO DE APROVACAO
000279*                    (PROGRAMA HOLIAPRV).
000280*****************************************************************
000281 ENVIRONMENT DIVISION.
000282 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT HOLIDAY-FILE ASSIGN TO HOLIDFL
000420     SELECT HOLIRPT ASSIGN TO HOLIRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-FS-HOLIRPT.
000441     SELECT OPTIONAL PARM-CARD ASSIGN TO SYSIN
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WRK-FS-PARM.
000444     SELECT PENDING-FILE ASSIGN TO HOLIPEND
000445         ORGANIZATION IS INDEXED
000446         ACCESS MODE IS DYNAMIC
000447         RECORD KEY IS PEND-NUMERO
000448         FILE STATUS IS WRK-FS-PEND.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*****************************************************************
000920     LABEL RECORD IS OMITTED
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  HOLIRPT-LINE                PIC X(132).
000941*****************************************************************
000942* PARM-CARD - NUMERO DA MUDANCA EMERGENCIAL (OPCIONAL) E        *
000943*     IDENTIFICACAO DO SOLICITANTE (OBRIGATORIA).               *
000944*****************************************************************
000945 FD  PARM-CARD
000946     LABEL RECORD IS OMITTED.
000947 01  PARM-CARD-REG.
000948     02  PARM-NUM-EMERGENCIA PIC X(10).
000949     02  FILLER              PIC X(01).
000950     02  PARM-ID-SOLICITANTE PIC X(08).
000951     02  FILLER              PIC X(61).
000952*****************************************************************
000953* PENDING-FILE - MUDANCAS DO CALENDARIO DE FERIADOS PENDENTES   *
000954*     DE APROVACAO, CHAVEADO PELO NUMERO DA PENDENCIA (LAYOUT   *
000955*     NO COPYBOOK HOLPENDC).                                    *
000956*****************************************************************
000957 FD  PENDING-FILE
000958     LABEL RECORD IS STANDARD.
000959     COPY HOLPENDC.
000960 WORKING-STORAGE SECTION.
000961*****************************************************************
000970* DATASYS, TABELAS DE MESES E CAMPOS DE CONVERSAO DE DATA VEM   *
000980* DO COPYBOOK COMUM DATECOPY (VER TAMBEM O COPYBOOK DATECALC,   *
000990* NA PROCEDURE DIVISION, COM A ROTINA DE ANO BISSEXTO USADA     *
001170     88  FS-REJECT-OK                VALUE '00'.
001180 77  WRK-FS-HOLIRPT          PIC X(02) VALUE '00'.
001190     88  FS-HOLIRPT-OK               VALUE '00'.
001191 77  WRK-FS-PARM             PIC X(02) VALUE '00'.
001192     88  FS-PARM-OK                  VALUE '00'.
001193     88  FS-PARM-FIM                 VALUE '10'.
001194 77  WRK-FS-PEND             PIC X(02) VALUE '00'.
001195     88  FS-PEND-OK                  VALUE '00'.
001196     88  FS-PEND-FIM                 VALUE '10'.
001197     88  FS-PEND-ARQ-INEXISTENTE     VALUE '35'.
001200*****************************************************************
001210* INDICADORES DE PROCESSAMENTO
001220*****************************************************************
001260     02  WRK-SW-TRAN-VALIDA  PIC X(01) VALUE 'S'.
001270         88  TRANSACAO-VALIDA        VALUE 'S'.
001280         88  TRANSACAO-INVALIDA      VALUE 'N'.
001281     02  WRK-SW-CONGELAMENTO PIC X(01) VALUE 'N'.
001282         88  MANUTENCAO-CONGELADA    VALUE 'S'.
001283         88  MANUTENCAO-LIBERADA     VALUE 'N'.
001284     02  WRK-SW-TRAN-RETIDA  PIC X(01) VALUE 'N'.
001285         88  TRANSACAO-RETIDA        VALUE 'S'.
001286         88  TRANSACAO-NAO-RETIDA    VALUE 'N'.
001287     02  WRK-SW-CALENDARIO   PIC X(01) VALUE 'S'.
001288         88  CALENDARIO-EXISTENTE    VALUE 'S'.
001289         88  CALENDARIO-INEXISTENTE  VALUE 'N'.
001290*****************************************************************
001300* CONTADORES DA MANUTENCAO
001310*****************************************************************
001320 77  WRK-CTR-ANTES           PIC 9(07) COMP VALUE ZEROS.
001340 77  WRK-CTR-LIDAS           PIC 9(07) COMP VALUE ZEROS.
001350 77  WRK-CTR-INCLUIDAS       PIC 9(07) COMP VALUE ZEROS.
001360 77  WRK-CTR-ALTERADAS       PIC 9(07) COMP VALUE ZEROS.
001370 77  WRK-CTR-EXCLUIDAS       PIC 9(07) COMP VALUE ZEROS.
001380 77  WRK-CTR-REJEITADAS      PIC 9(07) COMP VALUE ZEROS.
001390 77  WRK-CTR-CONTAGEM        PIC 9(07) COMP VALUE ZEROS.
001391 77  WRK-CTR-RETIDAS         PIC 9(07) COMP VALUE ZEROS.
001392*****************************************************************
001393* CONSULTA AO CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK) *
001394* E NUMERO DA MUDANCA EMERGENCIAL DO CARTAO DE PARAMETROS       *
001395*****************************************************************
001396     COPY FRZCHKC.
001397 77  WRK-NUM-EMERGENCIA      PIC X(10) VALUE SPACES.
001398 77  WRK-DATA-EDITADA        PIC 9999/99/99.
001399 77  WRK-ID-SOLICITANTE      PIC X(08) VALUE SPACES.
001400*****************************************************************
001401* NUMERACAO DAS PENDENCIAS: A ULTIMA JA GRAVADA NO HOLIPEND E   *
001402* OBTIDA NA PARTIDA E CADA NOVA PENDENCIA RECEBE A SEGUINTE.    *
001403* A HORA DA SOLICITACAO (HHMMSSCC) E A MESMA PARA TODA A        *
001404* EXECUCAO.                                                     *
001405*****************************************************************
001406 77  WRK-ULTIMA-PENDENCIA    PIC 9(06) VALUE ZEROS.
001407 77  WRK-HORA-SOLIC          PIC 9(08) VALUE ZEROS.
001408 77  WRK-SW-PENDENCIAS       PIC X(01) VALUE 'N'.
001409     88  PENDENCIAS-ABERTAS          VALUE 'S'.
001410 01  WRK-MOTIVO-PENDENCIA.
001411     02  FILLER              PIC X(10) VALUE 'PENDENCIA '.
001412     02  WRK-MPD-NUMERO      PIC 9(06).
001413     02  FILLER              PIC X(24)
001414         VALUE ' - AGUARDANDO APROVACAO'.
001415*****************************************************************
001416* AREA DE TRABALHO DA VALIDACAO DA DATA DA TRANSACAO. A DATA DA *
001420* TRANSACAO E DESMEMBRADA EM ANO/MES/DIA E VALIDADA PELAS       *
001430* MESMAS REGRAS DE 1500-VALIDAR-DATA-SISTEMA DO PROGRAMA        *
001440* DATA-REDEFINIDA.                                              *
001548*****************************************************************
001550 77  WRK-CAL-NACIONAL        PIC X(03) VALUE 'NAC'.
001552 77  WRK-CAL-TRAN            PIC X(03) VALUE SPACES.
001556*****************************************************************
001560* AREA DE TRABALHO DO RELATORIO HOLIRPT
001570*****************************************************************
001580 77  WRK-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
001960     02  WRK-TOT-TEXTO       PIC X(45).
001970     02  WRK-TOT-VALOR       PIC ZZZZZZ9.
001980     02  FILLER              PIC X(79) VALUE SPACES.
001981 01  WRK-LINHA-INFO.
001982     02  FILLER              PIC X(01) VALUE SPACES.
001983     02  WRK-INF-TEXTO       PIC X(45).
001984     02  WRK-INF-VALOR       PIC X(60).
001985     02  FILLER              PIC X(26) VALUE SPACES.
001986 01  WRK-PERIODO-CONGELADO.
001987     02  WRK-PCG-INICIO      PIC 9999/99/99.
001988     02  FILLER              PIC X(03) VALUE ' A '.
001989     02  WRK-PCG-FIM         PIC 9999/99/99.
001990 01  WRK-LINHA-BRANCO        PIC X(132) VALUE SPACES.
002000 PROCEDURE DIVISION.
002010*****************************************************************
002110         THRU 2000-PROCESSAR-TRANSACAO-EXIT
002120         UNTIL FIM-TRANSACOES.
002130 0000-ENCERRAR.
002160     PERFORM 8000-IMPRIMIR-TOTAIS
002170         THRU 8000-IMPRIMIR-TOTAIS-EXIT.
002180     PERFORM 9000-ENCERRAR-ARQUIVOS
002200     IF WRK-CTR-REJEITADAS > ZEROS
002210         MOVE 04 TO RETURN-CODE
002220     END-IF.
002221     IF WRK-CTR-RETIDAS > ZEROS
002222         MOVE 12 TO RETURN-CODE
002223     END-IF.
002230     GO TO 9999-FIM.
002240 0000-MAINLINE-EXIT.
002250     EXIT.
002260*****************************************************************
002270* 1000-INICIALIZAR                                             *
002280*     ABRE OS ARQUIVOS DA MANUTENCAO (O CALENDARIO SO PARA      *
002290*     CONSULTA, QUANDO EXISTIR NO AMBIENTE), CONTA OS REGISTROS *
002300*     DO CALENDARIO, CONFERE O SOLICITANTE, OBTEM O ULTIMO      *
002301*     NUMERO DE PENDENCIA E FAZ A LEITURA INICIAL DAS           *
002302*     TRANSACOES.                                               *
002310*****************************************************************
002320 1000-INICIALIZAR.
002330     ACCEPT DATASYS FROM DATE YYYYMMDD.
002334         + (MESSYS * 100) + DIASYS.
002340     OPEN OUTPUT HOLIRPT.
002350     OPEN OUTPUT REJECT-FILE.
002360     OPEN INPUT HOLIDAY-FILE.
002370     IF FS-HOLIDAY-ARQ-INEXISTENTE
002380         DISPLAY 'HOLIMANT: CALENDARIO DE FERIADOS INEXISTENTE'
002390             ' - SERA CRIADO NA APROVACAO DAS INCLUSOES'
002400         SET CALENDARIO-INEXISTENTE TO TRUE
002410     ELSE
002415         PERFORM 6000-CONTAR-REGISTROS
002420             THRU 6000-CONTAR-REGISTROS-EXIT
002425         MOVE WRK-CTR-CONTAGEM TO WRK-CTR-ANTES
002430     END-IF.
002458     PERFORM 1100-LER-PARAMETROS
002459         THRU 1100-LER-PARAMETROS-EXIT.
002461     PERFORM 1200-VERIFICAR-CONGELAMENTO
002462         THRU 1200-VERIFICAR-CONGELAMENTO-EXIT.
002470     OPEN INPUT TRAN-CARD.
002480     IF FS-TRAN-ARQ-INEXISTENTE
002490         DISPLAY 'HOLIMANT: ARQUIVO DE TRANSACOES INDISPONIVEL'
002520         SET FIM-TRANSACOES TO TRUE
002530         GO TO 1000-INICIALIZAR-EXIT
002540     END-IF.
002541     IF WRK-ID-SOLICITANTE = SPACES
002542         DISPLAY 'HOLIMANT: SOLICITANTE NAO INFORMADO NO CARTAO '
002543             'DE PARAMETROS - NENHUMA PENDENCIA GRAVADA'
002544         MOVE 08 TO RETURN-CODE
002545         SET FIM-TRANSACOES TO TRUE
002546         GO TO 1000-INICIALIZAR-EXIT
002547     END-IF.
002548     MOVE 'SOLICITANTE DAS MUDANCAS:' TO WRK-INF-TEXTO.
002549     MOVE WRK-ID-SOLICITANTE TO WRK-INF-VALOR.
002550     PERFORM 8700-GRAVAR-LINHA-INFO
002551         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
002552     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
002553     PERFORM 8900-GRAVAR-LINHA-HOLIRPT
002554         THRU 8900-GRAVAR-LINHA-HOLIRPT-EXIT.
002555     ACCEPT WRK-HORA-SOLIC FROM TIME.
002556     OPEN I-O PENDING-FILE.
002557     IF FS-PEND-ARQ-INEXISTENTE
002558         OPEN OUTPUT PENDING-FILE
002559         CLOSE PENDING-FILE
002560         OPEN I-O PENDING-FILE
002561     END-IF.
002562     IF NOT FS-PEND-OK
002563         DISPLAY 'HOLIMANT: ARQUIVO DE PENDENCIAS (HOLIPEND) '
002564             'INDISPONIVEL - FS: ' WRK-FS-PEND
002565         MOVE 08 TO RETURN-CODE
002566         SET FIM-TRANSACOES TO TRUE
002567         GO TO 1000-INICIALIZAR-EXIT
002568     END-IF.
002569     SET PENDENCIAS-ABERTAS TO TRUE.
002570     PERFORM 1300-OBTER-ULTIMA-PENDENCIA
002571         THRU 1300-OBTER-ULTIMA-PENDENCIA-EXIT.
002572     PERFORM 1900-LER-TRANSACAO
002573         THRU 1900-LER-TRANSACAO-EXIT.
002574 1000-INICIALIZAR-EXIT.
002575     EXIT.
002576*****************************************************************
002577* 1100-LER-PARAMETROS                                          *
002578*     LE O CARTAO DE PARAMETROS (SYSIN): NUMERO DA MUDANCA      *
002579*     EMERGENCIAL (OPCIONAL) E SOLICITANTE DAS MUDANCAS.        *
002580*****************************************************************
002581 1100-LER-PARAMETROS.
002582     MOVE SPACES TO WRK-NUM-EMERGENCIA.
002583     MOVE SPACES TO WRK-ID-SOLICITANTE.
002584     OPEN INPUT PARM-CARD.
002585     IF FS-PARM-OK
002586         READ PARM-CARD
002587             AT END
002588                 CONTINUE
002589         END-READ
002590         IF FS-PARM-OK
002591             MOVE PARM-NUM-EMERGENCIA TO WRK-NUM-EMERGENCIA
002592             MOVE PARM-ID-SOLICITANTE TO WRK-ID-SOLICITANTE
002593         END-IF
002594         CLOSE PARM-CARD
002595     END-IF.
002596 1100-LER-PARAMETROS-EXIT.
002597     EXIT.
002598*****************************************************************
002599* 1200-VERIFICAR-CONGELAMENTO                                  *
002600*     CONSULTA O CALENDARIO DE CONGELAMENTO PARA O ESCOPO       *
002601*     FERIADOS NA DATA DE PROCESSAMENTO (DATECTX). EM PERIODO   *
002602*     CONGELADO, SEM MUDANCA EMERGENCIAL NO CARTAO DE           *
002603*     PARAMETROS, AS TRANSACOES SAO RETIDAS NO ARQUIVO DE       *
002604*     REJEITADAS E NENHUMA PENDENCIA E GRAVADA.                 *
002605*     FALHA NA CONSULTA (RETORNO DIFERENTE DE ZERO DO FRZCHECK) *
002606*     E TRATADA COMO PERIODO CONGELADO.                         *
002607*****************************************************************
002608 1200-VERIFICAR-CONGELAMENTO.
002609     SET MANUTENCAO-LIBERADA TO TRUE.
002610     SET FRZCHK-ESC-FERIADOS TO TRUE.
002611     MOVE ZEROS TO FRZCHK-DATA-REF.
002612     CALL 'FRZCHECK' USING FRZCHK-AREA.
002613     IF NOT FRZCHK-RET-OK
002614         DISPLAY 'HOLIMANT: CALENDARIO DE CONGELAMENTO NAO '
002615             'CONSULTADO - RETORNO ' FRZCHK-COD-RETORNO
002616             ' - TRATADO COMO PERIODO CONGELADO'
002617         SET FRZCHK-CONGELADO TO TRUE
002618         MOVE 'CALENDARIO DE CONGELAMENTO NAO CONSULTADO'
002619             TO FRZCHK-MOTIVO
002620     END-IF.
002621     IF FRZCHK-LIBERADO
002622         GO TO 1200-VERIFICAR-CONGELAMENTO-EXIT
002623     END-IF.
002624     MOVE 'DATA DE PROCESSAMENTO EM PERIODO CONGELADO:'
002625         TO WRK-INF-TEXTO.
002626     MOVE FRZCHK-DATA-USADA TO WRK-DATA-EDITADA.
002627     MOVE WRK-DATA-EDITADA TO WRK-INF-VALOR.
002628     PERFORM 8700-GRAVAR-LINHA-INFO
002629         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
002630     MOVE 'PERIODO CONGELADO:' TO WRK-INF-TEXTO.
002631     MOVE FRZCHK-DATA-INICIO TO WRK-PCG-INICIO.
002632     MOVE FRZCHK-DATA-FIM    TO WRK-PCG-FIM.
002633     MOVE WRK-PERIODO-CONGELADO TO WRK-INF-VALOR.
002634     PERFORM 8700-GRAVAR-LINHA-INFO
002635         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
002636     MOVE 'MOTIVO DO CONGELAMENTO:' TO WRK-INF-TEXTO.
002637     MOVE FRZCHK-MOTIVO TO WRK-INF-VALOR.
002638     PERFORM 8700-GRAVAR-LINHA-INFO
002639         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
002640     IF WRK-NUM-EMERGENCIA = SPACES
002641         SET MANUTENCAO-CONGELADA TO TRUE
002642         MOVE 'MANUTENCAO RECUSADA - TRANSACOES RETIDAS'
002643             TO WRK-INF-TEXTO
002644         MOVE SPACES TO WRK-INF-VALOR
002645         DISPLAY 'HOLIMANT: CALENDARIO DE FERIADOS CONGELADO EM '
002646             FRZCHK-DATA-USADA ' - NENHUMA PENDENCIA GRAVADA'
002647     ELSE
002648         MOVE 'MUDANCA EMERGENCIAL:' TO WRK-INF-TEXTO
002649         MOVE WRK-NUM-EMERGENCIA TO WRK-INF-VALOR
002650         DISPLAY 'HOLIMANT: MANUTENCAO EM PERIODO CONGELADO - '
002651             'MUDANCA EMERGENCIAL ' WRK-NUM-EMERGENCIA
002652     END-IF.
002653     PERFORM 8700-GRAVAR-LINHA-INFO
002654         THRU 8700-GRAVAR-LINHA-INFO-EXIT.
002655     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
002656     PERFORM 8900-GRAVAR-LINHA-HOLIRPT
002657         THRU 8900-GRAVAR-LINHA-HOLIRPT-EXIT.
002658 1200-VERIFICAR-CONGELAMENTO-EXIT.
002659     EXIT.
002660*****************************************************************
002661* 1300-OBTER-ULTIMA-PENDENCIA                                  *
002662*     OBTEM O NUMERO DA ULTIMA PENDENCIA GRAVADA NO HOLIPEND,   *
002663*     LENDO-O SEQUENCIALMENTE A PARTIR DA MENOR CHAVE (ZEROS    *
002664*     QUANDO O ARQUIVO ESTIVER VAZIO).                          *
002665*****************************************************************
002666 1300-OBTER-ULTIMA-PENDENCIA.
002667     MOVE ZEROS TO WRK-ULTIMA-PENDENCIA.
002668     MOVE ZEROS TO PEND-NUMERO.
002669     START PENDING-FILE KEY >= PEND-NUMERO
002670         INVALID KEY
002671             GO TO 1300-OBTER-ULTIMA-PENDENCIA-EXIT
002672     END-START.
002673     PERFORM 1310-LER-PROXIMA-PENDENCIA
002674         THRU 1310-LER-PROXIMA-PENDENCIA-EXIT
002675         UNTIL NOT FS-PEND-OK.
002676     MOVE '00' TO WRK-FS-PEND.
002677 1300-OBTER-ULTIMA-PENDENCIA-EXIT.
002678     EXIT.
002679*****************************************************************
002680* 1310-LER-PROXIMA-PENDENCIA                                   *
002681*     LE A PROXIMA PENDENCIA E GUARDA O SEU NUMERO.             *
002682*****************************************************************
002683 1310-LER-PROXIMA-PENDENCIA.
002684     READ PENDING-FILE NEXT
002685         AT END
002686             GO TO 1310-LER-PROXIMA-PENDENCIA-EXIT
002687     END-READ.
002688     IF FS-PEND-OK
002689         MOVE PEND-NUMERO TO WRK-ULTIMA-PENDENCIA
002690     END-IF.
002691 1310-LER-PROXIMA-PENDENCIA-EXIT.
002692     EXIT.
002693*****************************************************************
002694* 1900-LER-TRANSACAO                                           *
002695*     LE O PROXIMO CARTAO DE TRANSACAO, LIGANDO O INDICADOR DE  *
002696*     FIM DE ARQUIVO QUANDO NAO HOUVER MAIS CARTOES.            *
002697*****************************************************************
002698 1900-LER-TRANSACAO.
002699     READ TRAN-CARD
002700         AT END
002701             SET FIM-TRANSACOES TO TRUE
002702     END-READ.
002703 1900-LER-TRANSACAO-EXIT.
002704     EXIT.
002710*****************************************************************
002720* 2000-PROCESSAR-TRANSACAO                                     *
002730*     VALIDA UMA TRANSACAO DE MANUTENCAO CONTRA O CALENDARIO E  *
002740*     A GRAVA COMO PENDENTE DE APROVACAO NO HOLIPEND, DESVIANDO *
002750*     AS INVALIDAS PARA O ARQUIVO DE REJEITADAS, E IMPRIME A    *
002751*     LINHA DE DETALHE CORRESPONDENTE NO RELATORIO.             *
002760*****************************************************************
002770 2000-PROCESSAR-TRANSACAO.
002780     ADD 1 TO WRK-CTR-LIDAS.
002790     SET TRANSACAO-VALIDA TO TRUE.
002800     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
002801     SET TRANSACAO-NAO-RETIDA TO TRUE.
002810     PERFORM 2100-VALIDAR-TRANSACAO
002820         THRU 2100-VALIDAR-TRANSACAO-EXIT.
002821     IF TRANSACAO-VALIDA AND MANUTENCAO-CONGELADA
002822         SET TRANSACAO-INVALIDA TO TRUE
002823         SET TRANSACAO-RETIDA TO TRUE
002824         ADD 1 TO WRK-CTR-RETIDAS
002825         MOVE 'CONGELAMENTO DE MUDANCAS - NAO APLICADA'
002826             TO WRK-MOTIVO-REJEICAO
002827     END-IF.
002830     IF TRANSACAO-VALIDA
002840         EVALUATE TRUE
002850             WHEN TRAN-INCLUSAO
002860                 PERFORM 3000-CONFERIR-INCLUSAO
002870                     THRU 3000-CONFERIR-INCLUSAO-EXIT
002880             WHEN TRAN-ALTERACAO
002890                 PERFORM 3200-CONFERIR-ALTERACAO
002900                     THRU 3200-CONFERIR-ALTERACAO-EXIT
002910             WHEN TRAN-EXCLUSAO
002920                 PERFORM 3400-CONFERIR-EXCLUSAO
002930                     THRU 3400-CONFERIR-EXCLUSAO-EXIT
002940         END-EVALUATE
002950     END-IF.
002951     IF TRANSACAO-VALIDA
002952         PERFORM 3600-GRAVAR-PENDENCIA
002953             THRU 3600-GRAVAR-PENDENCIA-EXIT
002954     END-IF.
002960     IF TRANSACAO-INVALIDA
002970         PERFORM 3800-REJEITAR-TRANSACAO
002980             THRU 3800-REJEITAR-TRANSACAO-EXIT
003430 2100-VALIDAR-TRANSACAO-EXIT.
003440     EXIT.
003450*****************************************************************
003460* 3000-CONFERIR-INCLUSAO                                       *
003470*     REJEITA A INCLUSAO QUANDO A CHAVE JA EXISTIR NO           *
003480*     CALENDARIO (INCLUSAO DUPLICADA).                          *
003490*****************************************************************
003500 3000-CONFERIR-INCLUSAO.
003502     IF CALENDARIO-INEXISTENTE
003504         GO TO 3000-CONFERIR-INCLUSAO-EXIT
003506     END-IF.
003508     MOVE WRK-CAL-TRAN  TO HOL-ID-CALENDARIO.
003510     MOVE WRK-DATA-TRAN TO HOL-CHAVE-DATA.
003520     READ HOLIDAY-FILE
003530         INVALID KEY
003540             CONTINUE
003545         NOT INVALID KEY
003550             SET TRANSACAO-INVALIDA TO TRUE
003560             MOVE 'INCLUSAO DUPLICADA - CHAVE JA CADASTRADA'
003570                 TO WRK-MOTIVO-REJEICAO
003580     END-READ.
003620 3000-CONFERIR-INCLUSAO-EXIT.
003630     EXIT.
003640*****************************************************************
003650* 3200-CONFERIR-ALTERACAO                                      *
003660*     REJEITA A ALTERACAO QUANDO A CHAVE NAO EXISTIR NO         *
003670*     CALENDARIO.                                               *
003680*****************************************************************
003690 3200-CONFERIR-ALTERACAO.
003692     IF CALENDARIO-INEXISTENTE
003694         SET TRANSACAO-INVALIDA TO TRUE
003696         MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
003698             TO WRK-MOTIVO-REJEICAO
003699         GO TO 3200-CONFERIR-ALTERACAO-EXIT
003700     END-IF.
003702     MOVE WRK-CAL-TRAN  TO HOL-ID-CALENDARIO.
003704     MOVE WRK-DATA-TRAN TO HOL-CHAVE-DATA.
003710     READ HOLIDAY-FILE
003720         INVALID KEY
003730             SET TRANSACAO-INVALIDA TO TRUE
003740             MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
003750                 TO WRK-MOTIVO-REJEICAO
003760     END-READ.
003820 3200-CONFERIR-ALTERACAO-EXIT.
003830     EXIT.
003840*****************************************************************
003850* 3400-CONFERIR-EXCLUSAO                                       *
003860*     REJEITA A EXCLUSAO QUANDO A CHAVE NAO EXISTIR NO          *
003870*     CALENDARIO.                                               *
003880*****************************************************************
003890 3400-CONFERIR-EXCLUSAO.
003892     IF CALENDARIO-INEXISTENTE
003894         SET TRANSACAO-INVALIDA TO TRUE
003896         MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
003898             TO WRK-MOTIVO-REJEICAO
003899         GO TO 3400-CONFERIR-EXCLUSAO-EXIT
003900     END-IF.
003902     MOVE WRK-CAL-TRAN  TO HOL-ID-CALENDARIO.
003904     MOVE WRK-DATA-TRAN TO HOL-CHAVE-DATA.
003910     READ HOLIDAY-FILE
003920         INVALID KEY
003930             SET TRANSACAO-INVALIDA TO TRUE
003940             MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
003950                 TO WRK-MOTIVO-REJEICAO
003960     END-READ.
004000 3400-CONFERIR-EXCLUSAO-EXIT.
004010     EXIT.
004011*****************************************************************
004012* 3600-GRAVAR-PENDENCIA                                        *
004013*     GRAVA A TRANSACAO VALIDA NO HOLIPEND COM O PROXIMO NUMERO *
004014*     DE PENDENCIA, A SITUACAO PENDENTE E O SOLICITANTE, E      *
004015*     ACUMULA O TOTAL DA OPERACAO.                              *
004016*****************************************************************
004017 3600-GRAVAR-PENDENCIA.
004018     ADD 1 TO WRK-ULTIMA-PENDENCIA.
004019     MOVE SPACES TO PENDENCIA-REGISTRO.
004020     MOVE WRK-ULTIMA-PENDENCIA TO PEND-NUMERO.
004021     SET PEND-PENDENTE TO TRUE.
004022     MOVE TRAN-OPERACAO      TO PEND-OPERACAO.
004023     MOVE WRK-CAL-TRAN       TO PEND-ID-CALENDARIO.
004024     MOVE WRK-DATA-TRAN      TO PEND-CHAVE-DATA.
004025     MOVE TRAN-DESCRICAO     TO PEND-DESCRICAO.
004026     MOVE WRK-ID-SOLICITANTE TO PEND-ID-SOLICITANTE.
004027     MOVE WRK-DATASYS-NUM    TO PEND-DATA-SOLIC.
004028     MOVE WRK-HORA-SOLIC     TO PEND-HORA-SOLIC.
004029     MOVE WRK-NUM-EMERGENCIA TO PEND-NUM-EMERGENCIA.
004030     MOVE ZEROS TO PEND-DATA-DECISAO.
004031     MOVE ZEROS TO PEND-HORA-DECISAO.
004032     WRITE PENDENCIA-REGISTRO
004033         INVALID KEY
004034             SET TRANSACAO-INVALIDA TO TRUE
004035             MOVE 'NUMERO DE PENDENCIA JA EXISTENTE NO HOLIPEND'
004036                 TO WRK-MOTIVO-REJEICAO
004037             GO TO 3600-GRAVAR-PENDENCIA-EXIT
004038     END-WRITE.
004039     MOVE WRK-ULTIMA-PENDENCIA TO WRK-MPD-NUMERO.
004040     EVALUATE TRUE
004041         WHEN TRAN-INCLUSAO
004042             ADD 1 TO WRK-CTR-INCLUIDAS
004043         WHEN TRAN-ALTERACAO
004044             ADD 1 TO WRK-CTR-ALTERADAS
004045         WHEN TRAN-EXCLUSAO
004046             ADD 1 TO WRK-CTR-EXCLUIDAS
004047     END-EVALUATE.
004048 3600-GRAVAR-PENDENCIA-EXIT.
004049     EXIT.
004050*****************************************************************
004051* 3800-REJEITAR-TRANSACAO                                      *
004052*     GRAVA A IMAGEM DO CARTAO REJEITADO E O MOTIVO DA          *
004053*     REJEICAO NO ARQUIVO DE REJEITADAS.                        *
004060*****************************************************************
004070 3800-REJEITAR-TRANSACAO.
004080     IF TRANSACAO-NAO-RETIDA
004081         ADD 1 TO WRK-CTR-REJEITADAS
004082     END-IF.
004090     MOVE SPACES TO REJECT-RECORD.
004100     MOVE TRAN-CARD-REG TO REJ-IMAGEM.
004110     MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO.
004150*****************************************************************
004160* 3900-IMPRIMIR-DETALHE                                        *
004170*     IMPRIME A LINHA DE DETALHE DA TRANSACAO PROCESSADA, COM O *
004180*     RESULTADO (PENDENTE/REJEITADA/RETIDA) E O NUMERO DA       *
004185*     PENDENCIA OU O MOTIVO DA REJEICAO.                        *
004190*****************************************************************
004200 3900-IMPRIMIR-DETALHE.
004210     MOVE TRAN-OPERACAO   TO WRK-DET-OPERACAO.
004220     MOVE TRAN-CHAVE-DATA TO WRK-DET-DATA.
004230     MOVE TRAN-DESCRICAO  TO WRK-DET-DESCRICAO.
004240     IF TRANSACAO-VALIDA
004250         MOVE 'PENDENTE'  TO WRK-DET-RESULTADO
004260         MOVE WRK-MOTIVO-PENDENCIA TO WRK-DET-MOTIVO
004270     ELSE
004280         MOVE 'REJEITADA' TO WRK-DET-RESULTADO
004290         MOVE WRK-MOTIVO-REJEICAO TO WRK-DET-MOTIVO
004300     END-IF.
004301     IF TRANSACAO-RETIDA
004302         MOVE 'RETIDA'    TO WRK-DET-RESULTADO
004303     END-IF.
004310     MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SAIDA.
004320     PERFORM 8900-GRAVAR-LINHA-HOLIRPT
004330         THRU 8900-GRAVAR-LINHA-HOLIRPT-EXIT.
004700* 6000-CONTAR-REGISTROS                                        *
004710*     CONTA EM WRK-CTR-CONTAGEM OS REGISTROS PRESENTES NO       *
004720*     CALENDARIO DE FERIADOS, LENDO-O SEQUENCIALMENTE A PARTIR  *
004730*     DA MENOR CHAVE. O ARQUIVO DEVE ESTAR ABERTO.              *
004740*****************************************************************
004750 6000-CONTAR-REGISTROS.
004760     MOVE ZEROS TO WRK-CTR-CONTAGEM.
004990     END-IF.
005000 6100-CONTAR-PROXIMO-EXIT.
005010     EXIT.
005130*****************************************************************
005140* 8000-IMPRIMIR-TOTAIS                                         *
005150*     IMPRIME O QUADRO DE TOTAIS DA MANUTENCAO: REGISTROS NO    *
005160*     CALENDARIO, TRANSACOES LIDAS, PENDENTES DE APROVACAO POR  *
005170*     OPERACAO, REJEITADAS E RETIDAS.                           *
005180*****************************************************************
005190 8000-IMPRIMIR-TOTAIS.
005200     MOVE WRK-LINHA-BRANCO TO WRK-LINHA-SAIDA.
005290     MOVE WRK-CTR-LIDAS TO WRK-TOT-VALOR.
005300     PERFORM 8800-GRAVAR-LINHA-TOTAL
005310         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005320     MOVE 'INCLUSOES PENDENTES DE APROVACAO:'
005325         TO WRK-TOT-TEXTO.
005330     MOVE WRK-CTR-INCLUIDAS TO WRK-TOT-VALOR.
005340     PERFORM 8800-GRAVAR-LINHA-TOTAL
005350         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005360     MOVE 'ALTERACOES PENDENTES DE APROVACAO:'
005365         TO WRK-TOT-TEXTO.
005370     MOVE WRK-CTR-ALTERADAS TO WRK-TOT-VALOR.
005380     PERFORM 8800-GRAVAR-LINHA-TOTAL
005390         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005400     MOVE 'EXCLUSOES PENDENTES DE APROVACAO:'
005405         TO WRK-TOT-TEXTO.
005410     MOVE WRK-CTR-EXCLUIDAS TO WRK-TOT-VALOR.
005420     PERFORM 8800-GRAVAR-LINHA-TOTAL
005430         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005450     MOVE WRK-CTR-REJEITADAS TO WRK-TOT-VALOR.
005460     PERFORM 8800-GRAVAR-LINHA-TOTAL
005470         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005471     MOVE 'TRANSACOES RETIDAS POR CONGELAMENTO:'
005472         TO WRK-TOT-TEXTO.
005473     MOVE WRK-CTR-RETIDAS TO WRK-TOT-VALOR.
005474     PERFORM 8800-GRAVAR-LINHA-TOTAL
005475         THRU 8800-GRAVAR-LINHA-TOTAL-EXIT.
005530 8000-IMPRIMIR-TOTAIS-EXIT.
005540     EXIT.
005541*****************************************************************
005542* 8700-GRAVAR-LINHA-INFO                                       *
005543*     GRAVA NO RELATORIO A LINHA MONTADA EM WRK-LINHA-INFO.     *
005544*****************************************************************
005545 8700-GRAVAR-LINHA-INFO.
005546     MOVE WRK-LINHA-INFO TO WRK-LINHA-SAIDA.
005547     PERFORM 8900-GRAVAR-LINHA-HOLIRPT
005548         THRU 8900-GRAVAR-LINHA-HOLIRPT-EXIT.
005549 8700-GRAVAR-LINHA-INFO-EXIT.
005550     EXIT.
005551*****************************************************************
005560* 8800-GRAVAR-LINHA-TOTAL                                      *
005570*     GRAVA NO RELATORIO A LINHA DE TOTAL MONTADA EM            *
005580*     WRK-LINHA-TOTAL.                                          *
005980*     ENCERRA OS ARQUIVOS DA MANUTENCAO.                        *
005990*****************************************************************
006000 9000-ENCERRAR-ARQUIVOS.
006005     IF CALENDARIO-EXISTENTE
006010         CLOSE HOLIDAY-FILE
006015     END-IF.
006016     IF PENDENCIAS-ABERTAS
006017         CLOSE PENDING-FILE
006018     END-IF.
006020     IF NOT FS-TRAN-ARQ-INEXISTENTE
006030         CLOSE TRAN-CARD
006040     END-IF.
