000170*-----------------------------------------------------------------
000180* Mod history:
000190*   2026-08-22 DRR  Criado (cadastro de alunos por matricula).
000191*   2026-10-15 DRR  Inclui a situacao T (aluno transferido para
000192*                   outra escola, TRANSFERENCIAS): registros
000193*                   congelados, sem novo lancamento.
000194*   2026-10-15 DRR  Inclui MAT-UNIFICADA-EM: matricula duplicada
000195*                   retirada pela unificacao (UnificaMatricula)
000196*                   fica inativa apontando a matricula
000197*                   sobrevivente.
000200*****************************************************************
000210 01  MAT-REGISTRO.
000220     05  MAT-MATRICULA               PIC 9(06).
000250     05  MAT-STATUS                  PIC X(01).
000260         88  MAT-ATIVO                       VALUE "A".
000270         88  MAT-INATIVO                     VALUE "I".
000280         88  MAT-TRANSFERIDO                 VALUE "T".
000290     05  MAT-UNIFICADA-EM            PIC 9(06).
000300         88  MAT-NAO-UNIFICADA               VALUE ZERO.
