000010******************************************************************
000020* HOLPENDC                                                       *
000030*     LAYOUT DO REGISTRO DO ARQUIVO DE MUDANCAS PENDENTES DO     *
000040*     CALENDARIO DE FERIADOS (HOLIPEND, INDEXADO PELO NUMERO DA  *
000050*     PENDENCIA). O PROGRAMA HOLIMANT GRAVA CADA TRANSACAO       *
000060*     INC/ALT/EXC VALIDA COMO PENDENTE, COM O SOLICITANTE E O    *
000070*     CARIMBO DA SOLICITACAO; O PROGRAMA HOLIAPRV, NA EXECUCAO   *
000080*     DE APROVACAO, REGISTRA A DECISAO DO APROVADOR (DIFERENTE   *
000090*     DO SOLICITANTE) E SO ENTAO APLICA A MUDANCA APROVADA AO    *
000100*     HOLIDAY-FILE. O REGISTRO PERMANECE NO ARQUIVO COM A        *
000110*     SITUACAO FINAL.                                            *
000120*                                                                *
000130*     PEND-SITUACAO:                                             *
000140*     'P' PENDENTE - AGUARDANDO DECISAO DO APROVADOR             *
000150*     'A' APROVADA E APLICADA AO CALENDARIO DE FERIADOS          *
000160*     'R' REJEITADA PELO APROVADOR                               *
000170*     'F' APROVADA, MAS RECUSADA NA APLICACAO (CHAVE JA          *
000180*         CADASTRADA NA INCLUSAO OU INEXISTENTE NA ALTERACAO/    *
000190*         EXCLUSAO), COM O MOTIVO EM PEND-MOTIVO                 *
000200*                                                                *
000210*     HISTORICO DE ALTERACOES                                    *
000220*     DATA       AUTOR   DESCRICAO                               *
000230*     ---------- ------- -------------------------------------- *
000240*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000250******************************************************************
000260 01  PENDENCIA-REGISTRO.
000270     02  PEND-NUMERO             PIC 9(06).
000280     02  PEND-SITUACAO           PIC X(01).
000290         88  PEND-PENDENTE               VALUE 'P'.
000300         88  PEND-APLICADA               VALUE 'A'.
000310         88  PEND-REJEITADA              VALUE 'R'.
000320         88  PEND-FALHA-APLICACAO        VALUE 'F'.
000330     02  PEND-OPERACAO           PIC X(03).
000340         88  PEND-INCLUSAO               VALUE 'INC'.
000350         88  PEND-ALTERACAO              VALUE 'ALT'.
000360         88  PEND-EXCLUSAO               VALUE 'EXC'.
000370     02  PEND-ID-CALENDARIO      PIC X(03).
000380     02  PEND-CHAVE-DATA         PIC 9(08).
000390     02  PEND-DESCRICAO          PIC X(40).
000400     02  PEND-SOLICITACAO.
000410         03  PEND-ID-SOLICITANTE PIC X(08).
000420         03  PEND-DATA-SOLIC     PIC 9(08).
000430         03  PEND-HORA-SOLIC     PIC 9(08).
000440     02  PEND-NUM-EMERGENCIA     PIC X(10).
000450     02  PEND-DECISAO.
000460         03  PEND-ID-APROVADOR   PIC X(08).
000470         03  PEND-DATA-DECISAO   PIC 9(08).
000480         03  PEND-HORA-DECISAO   PIC 9(08).
000490     02  PEND-MOTIVO             PIC X(40).
000500     02  FILLER                  PIC X(20).
