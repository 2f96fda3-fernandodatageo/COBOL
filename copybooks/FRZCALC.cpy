000010******************************************************************
000020* FRZCALC                                                        *
000030*     LAYOUT DO REGISTRO DO CALENDARIO DE CONGELAMENTO DE        *
000040*     MUDANCAS (FREEZEFL), MANTIDO PELA GESTAO DE MUDANCAS EM    *
000050*     FORMATO DE CARTAO (UMA ENTRADA POR LINHA) PARA OS          *
000060*     FECHAMENTOS DE PERIODO E DE ANO FISCAL. CONSULTADO PELO    *
000070*     SUBPROGRAMA FRZCHECK (AREA NO COPYBOOK FRZCHKC).           *
000080*                                                                *
000090*     FRZ-DATA-INICIO/FRZ-DATA-FIM: PERIODO CONGELADO            *
000100*     (AAAAMMDD, INCLUSIVE OS DOIS EXTREMOS).                    *
000110*     FRZ-ESCOPO: 'S' NA POSICAO DE CADA TIPO DE MUDANCA         *
000120*     CONGELADO NO PERIODO (QUALQUER OUTRO VALOR = LIBERADO):    *
000130*         POSICAO 1 - FERIADOS (HOLIMANT E HOLIAPRV)             *
000140*         POSICAO 2 - CALENDARIO ANUAL (CALRECON ATU)            *
000150*         POSICAO 3 - CALENDARIO FISCAL (FCALMANT)               *
000160*         POSICAO 4 - EXPURGO DA TRILHA DE AUDITORIA (AUDTARCH)  *
000170*     FRZ-MOTIVO: MOTIVO DO CONGELAMENTO, IMPRESSO NOS           *
000180*     RELATORIOS E NO CALENDARIO DE OPERACOES (OPSCHED).         *
000190*                                                                *
000200*     EXEMPLO:                                                   *
000210*     20261223 20270108 SSSS FECHAMENTO DO ANO FISCAL 2026       *
000220*                                                                *
000230*     HISTORICO DE ALTERACOES                                    *
000240*     DATA       AUTOR   DESCRICAO                               *
000250*     ---------- ------- -------------------------------------- *
000260*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000261*     15/10/2026 LFL     ESCOPO FERIADOS TAMBEM CONSULTADO NA    *
000262*                        APROVACAO DAS MUDANCAS (HOLIAPRV).      *
000270******************************************************************
000280 01  FRZ-REGISTRO.
000290     02  FRZ-DATA-INICIO         PIC 9(08).
000300     02  FILLER                  PIC X(01).
000310     02  FRZ-DATA-FIM            PIC 9(08).
000320     02  FILLER                  PIC X(01).
000330     02  FRZ-ESCOPO.
000340         03  FRZ-ESC-FERIADOS    PIC X(01).
000350             88  FRZ-CONGELA-FERIADOS    VALUE 'S'.
000360         03  FRZ-ESC-CALENDARIO  PIC X(01).
000370             88  FRZ-CONGELA-CALENDARIO  VALUE 'S'.
000380         03  FRZ-ESC-FISCAL      PIC X(01).
000390             88  FRZ-CONGELA-FISCAL      VALUE 'S'.
000400         03  FRZ-ESC-EXPURGO     PIC X(01).
000410             88  FRZ-CONGELA-EXPURGO     VALUE 'S'.
000420     02  FILLER                  PIC X(01).
000430     02  FRZ-MOTIVO              PIC X(40).
000440     02  FILLER                  PIC X(17).
