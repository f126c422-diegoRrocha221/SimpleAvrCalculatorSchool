000210* Mod history:
000220*   2026-09-02 DRR  Criado (cadastro de professores e
000230*                   atribuicao de materia/turma).
000232*   2026-10-15 DRR  Operador identificado por ID e senha no
000234*                   cadastro de operadores (ControleAcesso); so
000236*                   os perfis coordenacao e direcao entram.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AtribuiProfessor.
000590 01  PROFESSOR-ID                 PIC 9(04).
000600 01  OPCAO                        PIC X(01).
000610 01  CONTINUAR                    PIC X(01).
000611 01  OPERADOR                     PIC X(10).
000612 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000613 01  FUNCAO-ACESSO                PIC X(12) VALUE "ATRIBUICAO".
000614 01  PERFIL-OPERADOR              PIC X(01).
000615 01  PROFESSOR-OPERADOR           PIC 9(04).
000616 01  SITUACAO-ACESSO              PIC X(01).
000620
000630 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000640     88  ARQUIVO-ABERTO                   VALUE "S".
000860*-----------------------------------------------------------
000870* 1000-INICIALIZAR - abre as atribuicoes (criando-as na
000880* primeira utilizacao) e o cadastro de professores
000885* (depois de identificar o operador em ControleAcesso)
000890*-----------------------------------------------------------
000900 1000-INICIALIZAR.
000901     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
000902         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
000903         SITUACAO-ACESSO
000904     IF SITUACAO-ACESSO NOT = "A"
000905         MOVE "N" TO CONTINUAR
000906         GO TO 1000-EXIT
000907     END-IF
000910     OPEN I-O ATRIBUICOES
000920     IF FS-ATRIBUICOES-INEXISTENTE
000930         OPEN OUTPUT ATRIBUICOES
