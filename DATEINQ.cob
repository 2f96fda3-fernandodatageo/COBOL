000250* DATA       AUTOR   DESCRICAO
000260* ---------- ------- ------------------------------------------
000270* 02/09/2026 LFL     VERSAO ORIGINAL.
000271* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO PADRAO DE PERIODOS
000272*                    DECLARADO (FCAL-PADRAO, EX.: 4-4-5) NO LAYOUT
000273*                    DO CALENDARIO FISCAL, MANTIDO PELO FCALMANT.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000730         03  FCAL-PERIODO-FISCAL PIC 9(02).
000740     02  FCAL-DATA-INICIO    PIC 9(08).
000750     02  FCAL-DATA-FIM       PIC 9(08).
000751     02  FCAL-PADRAO         PIC X(03).
000760*****************************************************************
000770* PARM-CARD - CARTOES DE CONSULTA (SYSIN): DATA INICIAL         *
000780*     (AAAAMMDD), DATA FINAL OPCIONAL (AAAAMMDD, EM BRANCO OU   *
