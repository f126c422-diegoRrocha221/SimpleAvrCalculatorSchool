000350*                   e conclusao no RUN-CONTROLE.
000360*   2026-09-02 DRR  Rejeita transacao de periodo fechado
000370*                   (motivo 09, ConsultaPeriodo).
000373*   2026-10-15 DRR  Rejeita transacao de aluno transferido para
000376*                   outra escola (motivo 10).
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. EditaLote.
003030             WHEN "I"
003040                 MOVE "06" TO MOTIVO-REJEICAO
003050                 MOVE "N" TO SW-TRANSACAO-VALIDA
003052             WHEN "T"
003054                 MOVE "10" TO MOTIVO-REJEICAO
003056                 MOVE "N" TO SW-TRANSACAO-VALIDA
003060             WHEN "N"
003070                 MOVE "06" TO MOTIVO-REJEICAO
003080                 MOVE "N" TO SW-TRANSACAO-VALIDA
005640             MOVE "Professor nao atribuido" TO LR-MOTIVO
005650         WHEN "09"
005660             MOVE "Periodo fechado" TO LR-MOTIVO
005663         WHEN "10"
005666             MOVE "Aluno transferido" TO LR-MOTIVO
005670         WHEN OTHER
005680             MOVE "Motivo nao classificado" TO LR-MOTIVO
005690     END-EVALUATE
