000120* Registro do extrato de notas exportado para o sistema de
000130* registros academicos da escola (arquivo EXTRATO), gerado por
000140* ExtratoAlunos a partir do arquivo mestre ALUNOS-MASTER.
000142* EXT-TIPO separa o primeiro envio (N) da retificacao (R) de
000144* registro ja confirmado; a retificacao leva a media e o
000146* resultado anteriores, que o sistema externo tem hoje.
000150*-----------------------------------------------------------------
000160* Mod history:
000170*   2026-08-08 DRR  Criado (extrato para o sistema externo).
000180*   2026-08-22 DRR  Inclui ano letivo, bimestre e turma, que
000190*                   agora compoem a chave do arquivo mestre.
000193*   2026-10-15 DRR  Inclui o tipo da linha (envio/retificacao) e
000196*                   a media e o resultado anteriores.
000200*****************************************************************
000210 01  EXT-REGISTRO.
000220     05  EXT-NOME-ALUNO              PIC X(30).
000320     05  EXT-MEDIA                   PIC Z9.99.
000330     05  EXT-SEP-6                   PIC X(01) VALUE ";".
000340     05  EXT-RESULTADO               PIC X(10).
000350     05  EXT-SEP-7                   PIC X(01) VALUE ";".
000360     05  EXT-TIPO                    PIC X(01).
000370         88  EXT-ENVIO                       VALUE "N".
000380         88  EXT-RETIFICACAO                 VALUE "R".
000390     05  EXT-SEP-8                   PIC X(01) VALUE ";".
000400     05  EXT-MEDIA-ANTERIOR          PIC Z9.99.
000410     05  EXT-MEDIA-ANTERIOR-X REDEFINES EXT-MEDIA-ANTERIOR
000420                                     PIC X(05).
000430     05  EXT-SEP-9                   PIC X(01) VALUE ";".
000440     05  EXT-RESULTADO-ANTERIOR      PIC X(10).
