000120* Installation: Secretaria Escolar
000130* Purpose:Devolver, para uma matricula informada, o nome oficial,
000140* a turma e a situacao do aluno no cadastro de alunos. Situacao
000147* devolvida: "A" ativo, "I" inativo, "T" transferido para outra
000154* escola, "N" matricula nao encontrada, "X" cadastro
000161* indisponivel.
000170* Tectonics: cobc
000180*-----------------------------------------------------------------
000190* Mod history:
000200*   2026-08-22 DRR  Criado (cadastro de alunos por matricula).
000205*   2026-10-15 DRR  Documenta a situacao T (transferido).
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ConsultaCadastro.
