000240*-----------------------------------------------------------------
000250* Mod history:
000260*   2026-09-02 DRR  Criado (promocao de turmas de inicio de ano).
000263*   2026-10-15 DRR  Aluno transferido para outra escola (situacao
000266*                   T) tambem nao e tocado e sai contado a parte.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PromoveTurmas.
000880 01  CONT-EXCECOES                PIC 9(05) COMP.
000890 01  CONT-SEM-RESULTADO           PIC 9(05) COMP.
000900 01  CONT-INATIVOS                PIC 9(05) COMP.
000905 01  CONT-TRANSFERIDOS            PIC 9(05) COMP.
000910
000920 01  SW-FIM-ARQUIVO               PIC X(01).
000930     88  FIM-ARQUIVO                      VALUE "S".
002090*-----------------------------------------------------------
002100 1000-INICIALIZAR.
002110     MOVE ZERO TO CONT-PROMOVIDOS CONT-RETIDOS CONT-EXCECOES
002120         CONT-SEM-RESULTADO CONT-INATIVOS CONT-TRANSFERIDOS
002130         TTP-QTD TAL-QTD TOV-QTD TRS-QTD TTU-QTD
002140     PERFORM 1050-OBTER-ANO-LETIVO THRU 1050-EXIT
002150     PERFORM 1100-CARREGAR-PROGRESSAO THRU 1100-EXIT
004490*-----------------------------------------------------------
004500* 4200-PROMOVER-ALUNO - decide e aplica a turma do aluno:
004510* excecao prevalece; aprovado avanca, reprovado fica, inativo
004520* e transferido nao sao tocados
004530*-----------------------------------------------------------
004540 4200-PROMOVER-ALUNO.
004550     MOVE MAT-TURMA TO TURMA-DEPOIS
004551     IF MAT-TRANSFERIDO
004552         MOVE "TRANSFERIDO " TO ACAO-ALUNO
004553         ADD 1 TO CONT-TRANSFERIDOS
004554         PERFORM 5000-REGISTRAR-ROTEIRO THRU 5000-EXIT
004555         PERFORM 4100-LER-CADASTRO THRU 4100-EXIT
004556         GO TO 4200-EXIT
004557     END-IF
004560     IF MAT-INATIVO
004570         MOVE "INATIVO     " TO ACAO-ALUNO
004580         ADD 1 TO CONT-INATIVOS
006450     MOVE "Alunos inativos nao tocados:" TO LTOT-TEXTO
006460     MOVE CONT-INATIVOS TO LTOT-VALOR
006470     MOVE LINHA-TOTAL TO LINHA-SAIDA
006472     WRITE LINHA-SAIDA
006474     MOVE "Transferidos nao tocados:   " TO LTOT-TEXTO
006476     MOVE CONT-TRANSFERIDOS TO LTOT-VALOR
006478     MOVE LINHA-TOTAL TO LINHA-SAIDA
006480     WRITE LINHA-SAIDA.
006490 6000-EXIT.
006500     EXIT.
