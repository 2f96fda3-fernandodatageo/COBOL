000270* 02/09/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DE
000271*                    SEQUENCIA (AUDIT-NUM-SEQ) NO LAYOUT DA
000272*                    TRILHA DE AUDITORIA.
000273* 15/10/2026 LFL     ACOMPANHADA A INCLUSAO DO NUMERO DO TICKET DE
000274*                    AUTORIZACAO DE REPROCESSAMENTO (AUDIT-NUM-
000275*                    TICKET) NO LAYOUT DA TRILHA DE AUDITORIA.
000276*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000570     02  AUDIT-HORA-EXECUCAO PIC 9(08).
000572     02  AUDIT-ID-CICLO      PIC X(08).
000574     02  AUDIT-NUM-SEQ       PIC 9(09).
000575     02  AUDIT-NUM-TICKET    PIC X(10).
000580*****************************************************************
000590* HOLIDAY-FILE - CALENDARIO DE FERIADOS E DIAS NAO UTEIS,       *
000600*     CHAVEADO POR CALENDARIO (NAC = NACIONAL, DEMAIS =         *
