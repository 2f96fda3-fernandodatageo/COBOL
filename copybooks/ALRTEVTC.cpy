000010******************************************************************
000020* ALRTEVTC                                                       *
000030*     LAYOUT DO REGISTRO DE EVENTO DO ARQUIVO UNICO DE ALERTAS   *
000040*     (ALERTFL), LIDO PELA FERRAMENTA CORPORATIVA DE             *
000050*     MONITORACAO PARA ACIONAR O ANALISTA DE SOBREAVISO E        *
000060*     RESUMIDO DIARIAMENTE PELO PROGRAMA ALERTDIG. CADA PROGRAMA *
000070*     EMISSOR ACRESCENTA SEUS EVENTOS AO FINAL DO ARQUIVO (OPEN  *
000080*     EXTEND, CRIANDO-O QUANDO AINDA NAO EXISTIR NO AMBIENTE),   *
000090*     SEM DEIXAR DE EMITIR O RELATORIO E O RETURN-CODE PROPRIOS. *
000100*                                                                *
000110*     ALR-ID-CICLO: CICLO (FLUXO DE LOTE) DO EVENTO; ESPACOS     *
000120*     PARA OS PROGRAMAS QUE NAO PERTENCEM A UM CICLO.            *
000130*     ALR-DATA-PROCESSAMENTO: DATA-BASE DO CICLO OU, FORA DE     *
000140*     CICLO, A DATA DA EXECUCAO DO PROGRAMA EMISSOR.             *
000150*     ALR-SEVERIDADE: 'C' CRITICO (ACIONA O SOBREAVISO), 'E'     *
000160*     ERRO, 'A' AVISO.                                           *
000170*                                                                *
000180*     CODIGOS DE EVENTO:                                         *
000190*     PROGRAMA         CODIGO   SEV DESCRICAO                    *
000200*     ---------------- -------- --- ---------------------------- *
000210*     CYCLMON          PASSOATR  E  PASSO ATRASADO NO CICLO      *
000220*     CYCLCLOS         PASSOFLT  E  PASSO SEM EXECUCAO NO        *
000230*                                   ENCERRAMENTO DO CICLO        *
000240*     DATA-REDEFINIDA  JANELA16  C  EXECUCAO FORA DA JANELA      *
000250*                                   AUTORIZADA (RC 16)           *
000260*     DATA-REDEFINIDA  FISCAL12  C  DATA FORA DOS PERIODOS       *
000270*                                   FISCAIS CARREGADOS (RC 12)   *
000280*     AUDITVRF         CADQUEBR  C  QUEBRA NA CADEIA DE          *
000290*                                   SEQUENCIA DA TRILHA          *
000300*     AUDITVRF         CADCTRL   C  TRILHA DIVERGE DO CONTROLE   *
000310*                                   OU CONTROLE AUSENTE          *
000320*     CALRECON         CALDIVER  A  DATA DO CALENDARIO ANUAL     *
000330*                                   DIVERGENTE DOS FERIADOS      *
000340*     HOLIAUDT         FERCOBER  E  COBERTURA DO CALENDARIO DE   *
000350*                                   FERIADOS INSUFICIENTE        *
000360*     HOLIAUDT         FERFIXO   A  FERIADO NACIONAL FIXO        *
000370*                                   AUSENTE NO ANO               *
000380*                                                                *
000390*     HISTORICO DE ALTERACOES                                    *
000400*     DATA       AUTOR   DESCRICAO                               *
000410*     ---------- ------- -------------------------------------- *
000420*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000430******************************************************************
000440 01  ALERTA-REGISTRO.
000450     02  ALR-PROGRAMA            PIC X(20).
000460     02  ALR-ID-CICLO            PIC X(08).
000470     02  ALR-DATA-PROCESSAMENTO  PIC 9(08).
000480     02  ALR-CARIMBO.
000490         03  ALR-DATA-EVENTO     PIC 9(08).
000500         03  ALR-HORA-EVENTO     PIC 9(08).
000510     02  ALR-SEVERIDADE          PIC X(01).
000520         88  ALR-SEV-CRITICO             VALUE 'C'.
000530         88  ALR-SEV-ERRO                VALUE 'E'.
000540         88  ALR-SEV-AVISO               VALUE 'A'.
000550     02  ALR-COD-EVENTO          PIC X(08).
000560     02  ALR-MENSAGEM            PIC X(60).
000570     02  FILLER                  PIC X(09).
