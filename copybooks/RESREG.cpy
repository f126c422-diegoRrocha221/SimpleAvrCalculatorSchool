000140* materia e aluno, com a media de cada um dos quatro bimestres,
000150* a media anual e o resultado final que o conselho de classe
000160* delibera. Bimestre sem registro no mestre fica marcado e o
000170* aluno sai como Incompleto; aluno transferido para outra
000172* escola no ano, sem os quatro bimestres, sai Transferido.
000174* RES-BIM-PRESENTE: S bimestre cursado aqui, E bimestre da guia
000176* de transferencia (escola de origem), N sem registro.
000180*-----------------------------------------------------------------
000190* Mod history:
000200*   2026-09-02 DRR  Criado (consolidacao do resultado anual).
000202*   2026-09-02 DRR  Inclui o resultado Reprov.Falta (presenca
000204*                   no ano abaixo de 75%, independente da
000206*                   media anual).
000207*   2026-10-15 DRR  Inclui o resultado Transferido e o
000208*                   bimestre trazido pela guia de
000209*                   transferencia (RES-BIM-PRESENTE E).
000210*****************************************************************
000220 01  RES-REGISTRO.
000230     05  RES-ANO-LETIVO              PIC 9(04).
000340         88  RES-REPROVADO                   VALUE "Reprovado   ".
000350         88  RES-INCOMPLETO                  VALUE "Incompleto  ".
000360         88  RES-REPROV-FALTA                VALUE "Reprov.Falta".
000370         88  RES-TRANSFERIDO                 VALUE "Transferido ".
