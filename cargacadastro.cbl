000250*-----------------------------------------------------------------
000260* Mod history:
000270*   2026-09-02 DRR  Criado (carga em lote do cadastro de alunos).
000272*   2026-10-15 DRR  Linha de matricula retirada pela unificacao
000274*                   de matriculas vira aviso, sem reativar nem
000276*                   alterar o cadastro.
000277*   2026-10-15 DRR  Linha de aluno transferido para outra
000278*                   escola vira aviso: a volta e uma entrada de
000279*                   transferencia (CadastroTransferencia).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CargaCadastro.
001560     05  LA-MATRICULA             PIC X(06).
001570     05  FILLER                   PIC X(01) VALUE SPACES.
001580     05  LA-TEXTO                 PIC X(40).
001581
001582 01  TEXTO-UNIFICADA.
001583     05  FILLER                   PIC X(27) VALUE
001584         "matricula unificada na mat.".
001585     05  FILLER                   PIC X(01) VALUE SPACES.
001586     05  TEXTO-UNIFICADA-EM       PIC 9(06).
001590
001600 01  LINHA-TOTAL.
001610     05  LTOT-TEXTO               PIC X(28).
004590     MOVE CAMPO-NOME TO MAT-NOME-ALUNO
004600     MOVE CAMPO-TURMA TO MAT-TURMA
004610     SET MAT-ATIVO TO TRUE
004615     MOVE ZERO TO MAT-UNIFICADA-EM
004620     WRITE MAT-REGISTRO
004630     ADD 1 TO CONT-INCLUIDOS.
004640 4100-EXIT.
004660
004670*-----------------------------------------------------------
004680* 4200-ATUALIZAR-ALUNO - aluno ja cadastrado: atualiza nome e
004686* turma (retorno de aluno) ou marca o desligado como inativo;
004692* matricula retirada pela unificacao e aluno transferido para
004694* outra escola viram aviso no relatorio, sem alterar o cadastro
004700*-----------------------------------------------------------
004710 4200-ATUALIZAR-ALUNO.
004711     IF NOT MAT-NAO-UNIFICADA
004712         ADD 1 TO CONT-AVISOS
004713         MOVE CAMPO-MATRICULA TO LA-MATRICULA
004714         MOVE MAT-UNIFICADA-EM TO TEXTO-UNIFICADA-EM
004715         MOVE TEXTO-UNIFICADA TO LA-TEXTO
004716         MOVE LINHA-AVISO TO LINHA-SAIDA
004717         WRITE LINHA-SAIDA
004718         GO TO 4200-EXIT
004719     END-IF
004720     IF MAT-TRANSFERIDO
004721         ADD 1 TO CONT-AVISOS
004722         MOVE CAMPO-MATRICULA TO LA-MATRICULA
004723         MOVE "transferido; registre volta como entrada"
004724             TO LA-TEXTO
004725         MOVE LINHA-AVISO TO LINHA-SAIDA
004726         WRITE LINHA-SAIDA
004727         GO TO 4200-EXIT
004728     END-IF
004729     IF CAMPO-SITUACAO = "D"
004730         SET MAT-INATIVO TO TRUE
004740         REWRITE MAT-REGISTRO
004750         ADD 1 TO CONT-DESATIVADOS
