000010******************************************************************
000020* HOLHISTC                                                       *
000030*     LAYOUT DO REGISTRO DO HISTORICO PERMANENTE DE MUDANCAS DO  *
000040*     CALENDARIO DE FERIADOS (HOLIHSTF), GRAVADO EM EXTENSAO     *
000050*     PELO PROGRAMA HOLIAPRV A CADA MUDANCA APROVADA E APLICADA  *
000060*     E LISTADO PELO PROGRAMA HOLIHIST POR CALENDARIO E FAIXA DE *
000070*     DATAS. O ARQUIVO NAO E EXPURGADO.                          *
000080*                                                                *
000090*     HIST-ANTES/HIST-DEPOIS: IMAGEM DO FERIADO ANTES E DEPOIS   *
000100*     DA MUDANCA. O INDICADOR DE EXISTENCIA FICA 'N' (E A        *
000110*     DESCRICAO EM BRANCO) NA IMAGEM ANTES DE UMA INCLUSAO E NA  *
000120*     IMAGEM DEPOIS DE UMA EXCLUSAO.                             *
000130*                                                                *
000140*     HISTORICO DE ALTERACOES                                    *
000150*     DATA       AUTOR   DESCRICAO                               *
000160*     ---------- ------- -------------------------------------- *
000170*     15/10/2026 LFL     VERSAO ORIGINAL.                        *
000180******************************************************************
000190 01  HISTORICO-REGISTRO.
000200     02  HIST-ID-CALENDARIO      PIC X(03).
000210     02  HIST-CHAVE-DATA         PIC 9(08).
000220     02  HIST-OPERACAO           PIC X(03).
000230         88  HIST-INCLUSAO               VALUE 'INC'.
000240         88  HIST-ALTERACAO              VALUE 'ALT'.
000250         88  HIST-EXCLUSAO               VALUE 'EXC'.
000260     02  HIST-NUM-PENDENCIA      PIC 9(06).
000270     02  HIST-ANTES.
000280         03  HIST-ANT-EXISTIA    PIC X(01).
000290             88  HIST-ANT-CADASTRADO     VALUE 'S'.
000300         03  HIST-ANT-DESCRICAO  PIC X(40).
000310     02  HIST-DEPOIS.
000320         03  HIST-DEP-EXISTE     PIC X(01).
000330             88  HIST-DEP-CADASTRADO     VALUE 'S'.
000340         03  HIST-DEP-DESCRICAO  PIC X(40).
000350     02  HIST-SOLICITACAO.
000360         03  HIST-ID-SOLICITANTE PIC X(08).
000370         03  HIST-DATA-SOLIC     PIC 9(08).
000380         03  HIST-HORA-SOLIC     PIC 9(08).
000390     02  HIST-APLICACAO.
000400         03  HIST-ID-APROVADOR   PIC X(08).
000410         03  HIST-DATA-APLIC     PIC 9(08).
000420         03  HIST-HORA-APLIC     PIC 9(08).
000430     02  HIST-NUM-EMERGENCIA     PIC X(10).
000440     02  FILLER                  PIC X(19).
