000100*****************************************************************
000110* ANONREG.cpy
000120* Registro de anonimizacao (arquivo ANONIMIZACOES, indexado):
000130* uma linha por registro tratado pela RetencaoDados, com a data
000140* e a hora da execucao, o operador, o prazo de retencao em anos
000150* e o ano de corte usados, o arquivo, a acao (A dados pessoais
000160* substituidos no proprio registro, E registro eliminado), o
000170* ano letivo e a referencia do registro. A referencia nunca
000180* leva o dado pessoal removido: e a chave do registro como
000190* ficou (ou como era, sem a matricula, quando eliminado).
000200*-----------------------------------------------------------------
000210* Mod history:
000220*   2026-10-15 DRR  Criado (retencao e anonimizacao LGPD).
000230*****************************************************************
000240 01  ANN-REGISTRO.
000250     05  ANN-CHAVE.
000260         10  ANN-DATA-EXECUCAO       PIC 9(08).
000270         10  ANN-HORA-EXECUCAO       PIC 9(08).
000280         10  ANN-SEQUENCIA           PIC 9(07).
000290     05  ANN-OPERADOR                PIC X(10).
000300     05  ANN-PRAZO-ANOS              PIC 9(02).
000310     05  ANN-ANO-CORTE               PIC 9(04).
000320     05  ANN-ARQUIVO                 PIC X(10).
000330     05  ANN-ACAO                    PIC X(01).
000340         88  ANN-ANONIMIZADO                 VALUE "A".
000350         88  ANN-ELIMINADO                   VALUE "E".
000360     05  ANN-ANO-LETIVO              PIC 9(04).
000370     05  ANN-REFERENCIA              PIC X(40).
000380     05  ANN-CAMPOS                  PIC X(40).
