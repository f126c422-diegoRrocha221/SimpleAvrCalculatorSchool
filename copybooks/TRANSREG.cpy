000100*****************************************************************
000110* TRANSREG.cpy
000120* Registro de transferencia de aluno (arquivo TRANSFERENCIAS,
000130* chave matricula + data da transferencia), mantido por
000140* CadastroTransferencia: direcao (E entrada, vinda de outra
000150* escola; S saida, para outra escola), ano letivo e bimestre em
000160* curso na data, turma do aluno, a outra escola e o motivo.
000170* Na saida, o bimestre e o da saida: dali em diante os
000180* registros do aluno ficam congelados. Na entrada, e o primeiro
000190* bimestre cursado aqui: os anteriores vem da guia de
000200* transferencia da escola de origem. TRF-DATA-GUIA guarda a
000210* emissao da guia de transferencia de saida (GuiaTransferencia).
000220*-----------------------------------------------------------------
000230* Mod history:
000240*   2026-10-15 DRR  Criado (transferencias de alunos).
000250*****************************************************************
000260 01  TRF-REGISTRO.
000270     05  TRF-CHAVE.
000280         10  TRF-MATRICULA           PIC 9(06).
000290         10  TRF-DATA                PIC 9(08).
000300     05  TRF-DIRECAO                 PIC X(01).
000310         88  TRF-ENTRADA                     VALUE "E".
000320         88  TRF-SAIDA                       VALUE "S".
000330     05  TRF-ANO-LETIVO              PIC 9(04).
000340     05  TRF-BIMESTRE                PIC 9(01).
000350     05  TRF-TURMA                   PIC X(06).
000360     05  TRF-ESCOLA                  PIC X(40).
000370     05  TRF-MOTIVO                  PIC X(40).
000380     05  TRF-OPERADOR                PIC X(10).
000390     05  TRF-DATA-REGISTRO           PIC 9(08).
000400     05  TRF-DATA-GUIA               PIC 9(08).
