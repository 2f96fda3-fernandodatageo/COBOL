000010******************************************************************
000020* STEPGATC                                                       *
000030*     AREA DE REQUISICAO/RESPOSTA DO SUBPROGRAMA DE CONTROLE DE  *
000040*     REINICIO POR PASSO (STEPGATE), DE USO COMUM AOS PASSOS DO  *
000050*     FLUXO DE BATCH. O PASSO COPIA ESTE COPYBOOK NA             *
000060*     WORKING-STORAGE, PREENCHE A FUNCAO, O CICLO (MESMO VALOR   *
000070*     DE RCTL-CHAVE) E O SEU NOME DE PROGRAMA (MESMA GRAFIA DE   *
000080*     AUDIT-PROGRAMA) E EXECUTA, NO INICIO E NO FIM DO PASSO:    *
000090*         CALL 'STEPGATE' USING STEPGATE-AREA                    *
000100*                                                                *
000110*     FUNCOES:                                                   *
000120*     'I' INICIO DO PASSO - DEVOLVE EM STEPGATE-ACAO SE O PASSO  *
000130*         DEVE EXECUTAR ('E'), SER PULADO POR JA TER CONCLUIDO   *
000140*         NA DATA-BASE DO CICLO ('P' - O PASSO ENCERRA SEM       *
000150*         PROCESSAR, COM RETURN-CODE ZERO) OU SER REEXECUTADO    *
000160*         POR CARTAO DE REEXECUCAO FORCADA ('F').                *
000170*     'F' FIM DO PASSO - REGISTRA A CONCLUSAO DO PASSO NA        *
000180*         DATA-BASE DO CICLO. CHAMADA SOMENTE QUANDO O PASSO     *
000190*         TERMINA SEM ERRO.                                      *
000200*                                                                *
000210*     A DATA-BASE E LIDA PELO SUBPROGRAMA NO CHECKPOINT DE       *
000220*     REINICIO (RESTART-CTL) E DEVOLVIDA EM STEPGATE-DATA-CICLO. *
000230*     COM QUALQUER RETORNO DIFERENTE DE ZERO A ACAO DEVOLVIDA E  *
000240*     'E' (EXECUTAR), COMO ANTES DO CONTROLE POR PASSO.          *
000250*                                                                *
000260*     HISTORICO DE ALTERACOES                                    *
000270*     DATA       AUTOR   DESCRICAO                               *
000280*     ---------- ------- -------------------------------------- *
000290*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000300******************************************************************
000310 01  STEPGATE-AREA.
000320     02  STEPGATE-FUNCAO         PIC X(01).
000330         88  STEPGATE-F-INICIO           VALUE 'I'.
000340         88  STEPGATE-F-FIM              VALUE 'F'.
000350     02  STEPGATE-ID-CICLO       PIC X(08).
000360     02  STEPGATE-PROGRAMA       PIC X(20).
000370     02  STEPGATE-DATA-CICLO     PIC 9(08).
000380     02  STEPGATE-ACAO           PIC X(01).
000390         88  STEPGATE-EXECUTAR           VALUE 'E'.
000400         88  STEPGATE-PULAR              VALUE 'P'.
000410         88  STEPGATE-FORCAR             VALUE 'F'.
000420     02  STEPGATE-COD-RETORNO    PIC 9(02).
000430         88  STEPGATE-RET-OK             VALUE 00.
000440         88  STEPGATE-RET-FUNCAO-INVAL   VALUE 04.
000450         88  STEPGATE-RET-ARGUMENTO-INVAL VALUE 08.
000460         88  STEPGATE-RET-SEM-CHECKPOINT VALUE 12.
000470         88  STEPGATE-RET-CONTROLE-INDISP VALUE 16.
000480     02  FILLER                  PIC X(10).
