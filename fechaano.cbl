000380*                   (ControleExecucao): so roda com o antecessor
000390*                   concluido no ciclo de hoje e registra inicio
000400*                   e conclusao no RUN-CONTROLE.
000403*   2026-10-15 DRR  Copia para o historico a origem da nota
000406*                   (interna ou media da guia de transferencia).
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. FechaAno.
003060     MOVE REG-RESULTADO TO HIST-RESULTADO
003070     MOVE REG-NOTA-RECUPERACAO TO HIST-NOTA-RECUPERACAO
003080     MOVE REG-STATUS-RECUPERACAO TO HIST-STATUS-RECUPERACAO
003085     MOVE REG-ORIGEM-NOTA TO HIST-ORIGEM-NOTA
003090     WRITE HIST-REGISTRO
003100     ADD 1 TO CONT-ARQUIVADOS
003110     PERFORM 4000-TOTALIZAR THRU 4000-EXIT
