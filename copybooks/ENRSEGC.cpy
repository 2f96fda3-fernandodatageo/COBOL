000010******************************************************************
000020* ENRSEGC                                                        *
000030*     LAYOUT DO SEGMENTO DE ENRIQUECIMENTO DE DATA ACRESCENTADO  *
000040*     PELO PROGRAMA DATENRCH AO FINAL DE CADA REGISTRO DO        *
000050*     ARQUIVO DE TRANSACOES (POSICOES 201 A 260 DO REGISTRO DE   *
000060*     SAIDA, APOS OS 200 BYTES DO REGISTRO ORIGINAL). AS EQUIPES *
000070*     USUARIAS COPIAM ESTE COPYBOOK PARA LER O SEGMENTO, EM VEZ  *
000080*     DE REPETIREM A LOGICA DE DIA UTIL E DE PERIODO FISCAL.     *
000090*                                                                *
000100*     ENR-DATA-NORMALIZADA: DATA DO REGISTRO CONVERTIDA PARA     *
000110*     AAAAMMDD, QUALQUER QUE SEJA O FORMATO DE ORIGEM.           *
000120*     ENR-IND-DIA-SEMANA: 1=SEGUNDA ... 7=DOMINGO (CONVENCAO DO  *
000130*     PROGRAMA DATA-REDEFINIDA).                                 *
000140*     ENR-SW-DIA-UTIL: 'S' QUANDO A DATA E DIA UTIL NO           *
000150*     CALENDARIO NACIONAL MAIS O REGIONAL DO CARTAO.             *
000160*     ENR-DATA-AJUSTADA: A PROPRIA DATA QUANDO DIA UTIL; SENAO,  *
000170*     O DIA UTIL SEGUNDO A REGRA DO CARTAO ('S' SEGUINTE, 'A'    *
000180*     ANTERIOR, 'M' SEGUINTE MODIFICADO - O SEGUINTE, SALVO      *
000190*     QUANDO CAI NO MES SEGUINTE, CASO EM QUE VALE O ANTERIOR).  *
000200*     ENR-ANO-FISCAL/ENR-PERIODO-FISCAL: PERIODO DO FISCAL-CAL   *
000210*     QUE CONTEM A DATA AJUSTADA (ZEROS QUANDO NAO CADASTRADO).  *
000220*     ENR-DATA-VALOR: DATA AJUSTADA MAIS ENR-DIAS-VALOR DIAS     *
000230*     UTEIS (D+N); SEM D+N, IGUAL A DATA AJUSTADA.               *
000240*                                                                *
000250*     HISTORICO DE ALTERACOES                                    *
000260*     DATA       AUTOR   DESCRICAO                               *
000270*     ---------- ------- --------------------------------------  *
000280*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000290******************************************************************
000300 01  ENR-SEGMENTO.
000310     02  ENR-DATA-NORMALIZADA    PIC 9(08).
000320     02  ENR-IND-DIA-SEMANA      PIC 9(01).
000330     02  ENR-SW-DIA-UTIL         PIC X(01).
000340         88  ENR-DIA-UTIL                VALUE 'S'.
000350         88  ENR-DIA-NAO-UTIL            VALUE 'N'.
000360     02  ENR-DATA-AJUSTADA       PIC 9(08).
000370     02  ENR-ANO-FISCAL          PIC 9(04).
000380     02  ENR-PERIODO-FISCAL      PIC 9(02).
000390     02  ENR-DATA-VALOR          PIC 9(08).
000400     02  ENR-ID-CALENDARIO       PIC X(03).
000410     02  ENR-REGRA-AJUSTE        PIC X(01).
000420     02  ENR-DIAS-VALOR          PIC 9(02).
000430     02  FILLER                  PIC X(22).
