000010******************************************************************
000020* FRZCHKC                                                        *
000030*     AREA DE REQUISICAO/RESPOSTA DO SUBPROGRAMA DE CONSULTA AO  *
000040*     CALENDARIO DE CONGELAMENTO DE MUDANCAS (FRZCHECK). O       *
000050*     PROGRAMA DE MANUTENCAO OU DE EXPURGO COPIA ESTE COPYBOOK   *
000060*     NA WORKING-STORAGE, PREENCHE O ESCOPO DA MUDANCA E A DATA  *
000070*     DE REFERENCIA E EXECUTA, ANTES DE APLICAR QUALQUER         *
000080*     ALTERACAO:                                                 *
000090*         CALL 'FRZCHECK' USING FRZCHK-AREA                      *
000100*                                                                *
000110*     ESCOPOS:                                                   *
000120*     'F' FERIADOS            'C' CALENDARIO ANUAL               *
000130*     'P' CALENDARIO FISCAL   'E' EXPURGO DE AUDITORIA           *
000140*     'Q' QUALQUER ESCOPO (CALENDARIO DE OPERACOES)              *
000150*                                                                *
000160*     FRZCHK-DATA-REF EM ZEROS: O SUBPROGRAMA USA A DATA DE      *
000170*     PROCESSAMENTO DO REGISTRO DE CONTEXTO (DATECTX) OU, NA     *
000180*     FALTA DELE, A DATA DO SISTEMA, DEVOLVENDO A DATA USADA EM  *
000190*     FRZCHK-DATA-USADA E A ORIGEM EM FRZCHK-ORIGEM-DATA.        *
000200*     QUANDO A DATA ESTA CONGELADA PARA O ESCOPO, DEVOLVE        *
000210*     FRZCHK-SITUACAO 'S' COM O PERIODO, OS ESCOPOS E O MOTIVO   *
000220*     DA PRIMEIRA ENTRADA DO ARQUIVO QUE A CONTEM. SEM ARQUIVO   *
000230*     DE CONGELAMENTO NO AMBIENTE NAO HA DATA CONGELADA.         *
000240*     COM QUALQUER RETORNO DIFERENTE DE ZERO A SITUACAO          *
000250*     DEVOLVIDA E 'N' (LIBERADO), MAS O CHAMADOR DEVE            *
000252*     TRATAR A CONSULTA SEM RESPOSTA COMO DATA CONGELADA         *
000254*     (RETENDO AS MUDANCAS, SALVO MUDANCA EMERGENCIAL).          *
000260*                                                                *
000270*     HISTORICO DE ALTERACOES                                    *
000280*     DATA       AUTOR   DESCRICAO                               *
000290*     ---------- ------- -------------------------------------- *
000300*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000310******************************************************************
000320 01  FRZCHK-AREA.
000330     02  FRZCHK-ESCOPO           PIC X(01).
000340         88  FRZCHK-ESC-FERIADOS         VALUE 'F'.
000350         88  FRZCHK-ESC-CALENDARIO       VALUE 'C'.
000360         88  FRZCHK-ESC-FISCAL           VALUE 'P'.
000370         88  FRZCHK-ESC-EXPURGO          VALUE 'E'.
000380         88  FRZCHK-ESC-QUALQUER         VALUE 'Q'.
000390     02  FRZCHK-DATA-REF         PIC 9(08).
000400     02  FRZCHK-DATA-USADA       PIC 9(08).
000410     02  FRZCHK-ORIGEM-DATA      PIC X(01).
000420         88  FRZCHK-ORIGEM-INFORMADA     VALUE 'I'.
000430         88  FRZCHK-ORIGEM-DATECTX       VALUE 'C'.
000440         88  FRZCHK-ORIGEM-SISTEMA       VALUE 'S'.
000450     02  FRZCHK-SITUACAO         PIC X(01).
000460         88  FRZCHK-CONGELADO            VALUE 'S'.
000470         88  FRZCHK-LIBERADO             VALUE 'N'.
000480     02  FRZCHK-DATA-INICIO      PIC 9(08).
000490     02  FRZCHK-DATA-FIM         PIC 9(08).
000500     02  FRZCHK-ESCOPOS          PIC X(04).
000510     02  FRZCHK-MOTIVO           PIC X(40).
000520     02  FRZCHK-COD-RETORNO      PIC 9(02).
000530         88  FRZCHK-RET-OK               VALUE 00.
000540         88  FRZCHK-RET-ESCOPO-INVAL     VALUE 04.
000550         88  FRZCHK-RET-DATA-INVAL       VALUE 08.
000560         88  FRZCHK-RET-ARQUIVO-INDISP   VALUE 16.
000570     02  FILLER                  PIC X(10).
