000290*   2026-09-02 DRR  Aponta o movimento gravado durante uma
000300*                   reabertura de periodo (PERIODOS), para o
000310*                   extrato do periodo ser reenviado.
000311*   2026-10-15 DRR  Ignora os registros de acesso recusado
000312*                   (origem R) da trilha: nao sao movimento de
000313*                   nota e nao tem registro mestre.
000314*   2026-10-15 DRR  Ignora tambem a liberacao de fechamento com
000315*                   pendencias (origem P).
000316*   2026-10-15 DRR  Registro ja confirmado pelo sistema externo
000317*                   nao sai mais no extrato e nao e apontado como
000318*                   mestre sem extrato.
000319*   2026-10-15 DRR  Ignora o registro da unificacao de matriculas
000320*                   (origem U, bimestre zero).
000321*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. BalancoFechamento.
000350 AUTHOR. Diego R. Rocha.
003410
003420*-----------------------------------------------------------
003430* 2200-REGISTRAR-CHAVE-LOG - inclui (ou acumula) a chave do
003440* registro de auditoria na tabela de chaves distintas; acesso
003442* recusado (origem R), fechamento liberado com pendencias
003444* (origem P) e o registro da unificacao de matriculas (origem
003446* U de bimestre zero, sem chave do mestre) nao sao movimento e
003448* ficam de fora
003450*-----------------------------------------------------------
003460 2200-REGISTRAR-CHAVE-LOG.
003462     IF LOG-ORIGEM = "R" OR LOG-ORIGEM = "P"
003463         OR (LOG-ORIGEM = "U" AND LOG-BIMESTRE = ZERO)
003464         PERFORM 2100-LER-LOG THRU 2100-EXIT
003466         GO TO 2200-EXIT
003468     END-IF
003470     ADD 1 TO CONT-LOG-REGISTROS
003480     MOVE LOG-ANO-LETIVO TO CM-ANO-LETIVO
003490     MOVE LOG-BIMESTRE TO CM-BIMESTRE
005110
005120*-----------------------------------------------------------
005130* 4200-CONFERIR-REGISTRO - confere um registro do mestre
005136* contra as tabelas de auditoria e de extrato (o registro ja
005142* confirmado pelo sistema externo dispensa a linha do extrato)
005150*-----------------------------------------------------------
005160 4200-CONFERIR-REGISTRO.
005170     ADD 1 TO CONT-MESTRE
005310     PERFORM VARYING TE-IDX FROM 1 BY 1 UNTIL TE-IDX > TE-QTD
005320         PERFORM 4220-CASAR-EXTRATO THRU 4220-EXIT
005330     END-PERFORM
005340     IF NOT CHAVE-ACHADA AND NOT REG-TRANSM-CONFIRMADO
005350         ADD 1 TO CONT-MESTRE-SEM-EXT
005360         MOVE "MESTRE SEM EXTRATO    " TO LDV-TEXTO
005370         MOVE REG-CHAVE TO LDV-CHAVE
