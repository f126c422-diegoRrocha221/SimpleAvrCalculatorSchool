000400*   2026-09-02 DRR  Inclui REG-PROFESSOR: o professor
000410*                   responsavel citado no lancamento
000420*                   (cadastro de professores).
000421*   2026-10-15 DRR  Inclui REG-ORIGEM-NOTA: bimestre cursado
000422*                   aqui (I) ou trazido pela guia de
000423*                   transferencia da escola de origem (E),
000424*                   este sem professor da escola (zero).
000425*   2026-10-15 DRR  Inclui as situacoes de retificacao na
000426*                   transmissao (aprovada a enviar, enviada,
000427*                   rejeitada pelo retorno): registro ja
000428*                   confirmado pelo sistema externo so muda por
000429*                   retificacao aprovada.
000430*****************************************************************
000440 01  REG-ALUNO.
000450     05  REG-CHAVE.
000690         88  REG-TRANSM-ENVIADO               VALUE "E".
000700         88  REG-TRANSM-CONFIRMADO            VALUE "C".
000710         88  REG-TRANSM-REJEITADO             VALUE "R".
000711         88  REG-TRANSM-RETIFICAR             VALUE "T".
000712         88  REG-TRANSM-RETIF-ENVIADA         VALUE "V".
000713         88  REG-TRANSM-RETIF-REJEITADA       VALUE "X".
000714         88  REG-TRANSM-CONSOLIDADO           VALUES "C" "T" "V"
000715                                                     "X".
000720     05  REG-PROFESSOR              PIC 9(04).
000730     05  REG-ORIGEM-NOTA            PIC X(01).
000740         88  REG-NOTA-INTERNA                 VALUE "I".
000750         88  REG-NOTA-EXTERNA                 VALUE "E".
