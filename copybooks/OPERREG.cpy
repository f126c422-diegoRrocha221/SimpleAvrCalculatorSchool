000100*****************************************************************
000110* OPERREG.cpy
000120* Registro do cadastro de operadores (arquivo OPERADORES, chave
000130* OPR-ID): senha e perfil de quem entra nos programas
000140* interativos. O perfil decide as funcoes que o operador
000150* alcanca (tabela ACESSCFG); o operador de perfil professor
000160* aponta para o seu ID no cadastro de professores e so lanca
000170* na materia/turma atribuida a ele em ATRIBUICOES.
000180*-----------------------------------------------------------------
000190* Mod history:
000200*   2026-10-15 DRR  Criado (cadastro de operadores e controle
000210*                   de acesso por perfil).
000220*****************************************************************
000230 01  OPR-REGISTRO.
000240     05  OPR-ID                      PIC X(10).
000250     05  OPR-NOME                    PIC X(30).
000260     05  OPR-SENHA                   PIC X(10).
000270     05  OPR-PERFIL                  PIC X(01).
000280         88  OPR-PERFIL-SECRETARIA           VALUE "S".
000290         88  OPR-PERFIL-PROFESSOR            VALUE "P".
000300         88  OPR-PERFIL-COORDENACAO          VALUE "C".
000310         88  OPR-PERFIL-DIRECAO              VALUE "D".
000320     05  OPR-PROFESSOR               PIC 9(04).
000330     05  OPR-STATUS                  PIC X(01).
000340         88  OPR-ATIVO                       VALUE "A".
000350         88  OPR-INATIVO                     VALUE "I".
000360     05  OPR-DATA-ALTERACAO          PIC 9(08).
