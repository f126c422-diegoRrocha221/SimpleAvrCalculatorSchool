000100*****************************************************************
000110* FQTREG.cpy
000120* Registro do lote de frequencia (arquivo FREQLOTE), lido por
000130* CarregaFrequencia e gravado pela digitacao das folhas de
000140* notas e frequencia (DigitaFolha).
000150*-----------------------------------------------------------------
000160* Mod history:
000170*   2026-10-15 DRR  Criado a partir do registro do lote em
000180*                   CarregaFrequencia (folhas pre-impressas).
000190*****************************************************************
000200 01  FQT-REGISTRO.
000210     05  FQT-ANO-LETIVO           PIC 9(04).
000220     05  FQT-BIMESTRE             PIC 9(01).
000230     05  FQT-TURMA                PIC X(06).
000240     05  FQT-MATERIA              PIC X(20).
000250     05  FQT-MATRICULA            PIC 9(06).
000260     05  FQT-AULAS-DADAS          PIC 9(03).
000270     05  FQT-FALTAS               PIC 9(03).
