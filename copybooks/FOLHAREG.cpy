000100*****************************************************************
000110* FOLHAREG.cpy
000120* Registro do arquivo de folhas de notas e frequencia (FOLHAS,
000130* chave numero da folha + linha), gravado por EmiteFolhas e
000140* baixado por DigitaFolha. A linha zero e o cabecalho da folha
000150* (periodo, turma, materia, professor atribuido, quantidade de
000160* notas da materia e situacao); as linhas 1 em diante sao os
000170* alunos ativos da turma na ordem impressa. A folha zero,
000180* linha zero, guarda o ultimo numero de folha emitido.
000190* Situacao: E emitida, D digitada, C cancelada (reemitida com
000200* outro numero).
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (folhas de notas pre-impressas).
000240*****************************************************************
000250 01  FLH-REGISTRO.
000260     05  FLH-CHAVE.
000270         10  FLH-NUMERO              PIC 9(06).
000280         10  FLH-LINHA               PIC 9(03).
000290     05  FLH-CABECALHO.
000300         10  FLH-ANO-LETIVO          PIC 9(04).
000310         10  FLH-BIMESTRE            PIC 9(01).
000320         10  FLH-TURMA               PIC X(06).
000330         10  FLH-MATERIA             PIC X(20).
000340         10  FLH-PROFESSOR           PIC 9(04).
000350         10  FLH-QTD-NOTAS           PIC 9(01).
000360         10  FLH-QTD-ALUNOS          PIC 9(03).
000370         10  FLH-DATA-EMISSAO        PIC 9(08).
000380         10  FLH-SITUACAO            PIC X(01).
000390             88  FLH-EMITIDA                 VALUE "E".
000400             88  FLH-DIGITADA                VALUE "D".
000410             88  FLH-CANCELADA               VALUE "C".
000420         10  FLH-DATA-DIGITACAO      PIC 9(08).
000430         10  FLH-OPERADOR            PIC X(10).
000440     05  FLH-ALUNO REDEFINES FLH-CABECALHO.
000450         10  FLA-MATRICULA           PIC 9(06).
000460         10  FLA-NOME-ALUNO          PIC X(30).
000470         10  FILLER                  PIC X(30).
000480     05  FLH-CONTROLE REDEFINES FLH-CABECALHO.
000490         10  FLC-ULTIMA-FOLHA        PIC 9(06).
000500         10  FILLER                  PIC X(60).
