000100*****************************************************************
000110* NOTIFREG.cpy
000120* Linha do extrato de avisos as familias (arquivo NOTIFICACOES)
000130* para o servico de SMS, e-mail e carta, gerado por
000140* NotificaFamilias: uma linha por aviso e responsavel ativo,
000150* campos separados por ";". Tipo do aviso: R aluno em
000160* Recuperacao, C convocacao para o exame de recuperacao (com a
000170* data), F presenca abaixo do minimo do ano (com o
000180* percentual), A resultado final do ano (bimestre zero). O
000190* canal (S/E/C) diz qual contato o servico usa.
000200*-----------------------------------------------------------------
000210* Mod history:
000220*   2026-10-15 DRR  Criado (responsaveis e avisos as familias).
000230*****************************************************************
000240 01  NTF-REGISTRO.
000250     05  NTF-TIPO                    PIC X(01).
000260         88  NTF-RECUPERACAO                 VALUE "R".
000270         88  NTF-CONVOCACAO                  VALUE "C".
000280         88  NTF-FREQUENCIA                  VALUE "F".
000290         88  NTF-RESULTADO-FINAL             VALUE "A".
000300     05  NTF-SEP-1                   PIC X(01) VALUE ";".
000310     05  NTF-CANAL                   PIC X(01).
000320     05  NTF-SEP-2                   PIC X(01) VALUE ";".
000330     05  NTF-RESPONSAVEL             PIC X(30).
000340     05  NTF-SEP-3                   PIC X(01) VALUE ";".
000350     05  NTF-PARENTESCO              PIC X(15).
000360     05  NTF-SEP-4                   PIC X(01) VALUE ";".
000370     05  NTF-TELEFONE                PIC X(15).
000380     05  NTF-SEP-5                   PIC X(01) VALUE ";".
000390     05  NTF-EMAIL                   PIC X(50).
000400     05  NTF-SEP-6                   PIC X(01) VALUE ";".
000410     05  NTF-ENDERECO                PIC X(60).
000420     05  NTF-SEP-7                   PIC X(01) VALUE ";".
000430     05  NTF-MATRICULA               PIC 9(06).
000440     05  NTF-SEP-8                   PIC X(01) VALUE ";".
000450     05  NTF-NOME-ALUNO              PIC X(30).
000460     05  NTF-SEP-9                   PIC X(01) VALUE ";".
000470     05  NTF-TURMA                   PIC X(06).
000480     05  NTF-SEP-10                  PIC X(01) VALUE ";".
000490     05  NTF-ANO-LETIVO              PIC 9(04).
000500     05  NTF-SEP-11                  PIC X(01) VALUE ";".
000510     05  NTF-BIMESTRE                PIC 9(01).
000520     05  NTF-SEP-12                  PIC X(01) VALUE ";".
000530     05  NTF-MATERIA                 PIC X(20).
000540     05  NTF-SEP-13                  PIC X(01) VALUE ";".
000550     05  NTF-MEDIA                   PIC Z9.99.
000560     05  NTF-MEDIA-X REDEFINES NTF-MEDIA
000570                                     PIC X(05).
000580     05  NTF-SEP-14                  PIC X(01) VALUE ";".
000590     05  NTF-RESULTADO               PIC X(12).
000600     05  NTF-SEP-15                  PIC X(01) VALUE ";".
000610     05  NTF-DATA-EXAME              PIC 9(08).
000620     05  NTF-SEP-16                  PIC X(01) VALUE ";".
000630     05  NTF-PRESENCA                PIC ZZ9.
000640     05  NTF-PRESENCA-X REDEFINES NTF-PRESENCA
000650                                     PIC X(03).
